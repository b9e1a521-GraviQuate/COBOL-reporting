000200* Menu-driven registration maintenance - register or drop a       000003
000250* student/term/course row on ENROLLMENT-MASTER, maintained the    000004
000300* same way DEPT-MAINT maintains the department master, so a       000005
000350* grade can only post against a registration on file. A           000006
000400* registration is refused when the student has not taken, or did  000007
000450* not pass at the required letter, a prerequisite listed for the  000008
000500* course on PREREQ-MASTER; an administrator may override the      000009
000550* refusal, and every override is logged to PRQOVRD. A course      000010
000600* offered with a seat limit on OFFERING-MASTER takes a seat per   000011
000650* registration; once full, students go on WAITLIST instead, and   000012
000700* a drop promotes the first student waiting into the freed seat.  000013
000750* A student with an active hold on HOLD-MASTER cannot register    000014
000800* and is passed over when the waitlist is promoted                000015
000850 ENVIRONMENT DIVISION.                                            000016
000900 INPUT-OUTPUT SECTION.                                            000017
000950 FILE-CONTROL.                                                    000018
001000     SELECT ENROLLMENT-MASTER ASSIGN TO "ENRLMAST"                000019
001050         ORGANIZATION IS INDEXED                                  000020
001100         ACCESS MODE IS DYNAMIC                                   000021
001150         RECORD KEY IS ENRL-KEY OF ENROLLMENT-MASTER-RECORD.      000022
001200* Student master - keyed reads validate the keyed student id      000023
001250     SELECT STUDENT-MASTER ASSIGN TO "STUMAST"                    000024
001300         ORGANIZATION IS INDEXED                                  000025
001350         ACCESS MODE IS DYNAMIC                                   000026
001400         RECORD KEY IS STU-MAST-ID OF STUDENT-MASTER-RECORD.      000027
001450* Course catalog - keyed reads validate the keyed course code     000028
001500     SELECT COURSE-CATALOG ASSIGN TO "CRSMAST"                    000029
001550         ORGANIZATION IS INDEXED                                  000030
001600         ACCESS MODE IS DYNAMIC                                   000031
001650         RECORD KEY IS COURSE-CODE OF COURSE-CATALOG-RECORD.      000032
001700* Course prerequisites - the required courses and minimum         000033
001750* letter for each course. Optional so a shop that has not set     000034
001800* any up registers as before                                      000035
001850     SELECT OPTIONAL PREREQ-MASTER ASSIGN TO "PRQMAST"            000036
001900         ORGANIZATION IS INDEXED                                  000037
001950         ACCESS MODE IS DYNAMIC                                   000038
002000         RECORD KEY IS PRQ-KEY OF PREREQ-MASTER-RECORD            000039
002050         FILE STATUS IS WS-PRQ-STATUS.                            000040
002100* Grade history - the student's rows are read with a keyed        000041
002150* start to find the letter earned in each required course         000042
002200     SELECT OPTIONAL GRADE-HISTORY ASSIGN TO "GRDHIST"            000043
002250         ORGANIZATION IS INDEXED                                  000044
002300         ACCESS MODE IS DYNAMIC                                   000045
002350         RECORD KEY IS HIST-KEY OF GRADE-HISTORY-REC              000046
002400         FILE STATUS IS WS-HIST-STATUS.                           000047
002450* Letter-grade band cutoffs - optional, defaults to a standard    000048
002500* A/B/C/D/F scale. A letter passes a prerequisite when it sits    000049
002550* at or above the minimum letter on this scale                    000050
002600     SELECT OPTIONAL GRADE-PARAMETERS ASSIGN TO "GRDPARM"         000051
002650         ORGANIZATION IS LINE SEQUENTIAL.                         000052
002700* Prerequisite override log - one line per registration an        000053
002750* administrator let through over a failed prerequisite            000054
002800     SELECT PREREQ-OVERRIDE-LOG ASSIGN TO "PRQOVRD"               000055
002850         ORGANIZATION IS LINE SEQUENTIAL                          000056
002900         FILE STATUS IS WS-OVRD-STATUS.                           000057
002950* Term-by-course offerings - seat limit and seats taken. A        000058
003000* course with no offering row for the term has no seat limit      000059
003050     SELECT OFFERING-MASTER ASSIGN TO "OFFRMAST"                  000060
003100         ORGANIZATION IS INDEXED                                  000061
003150         ACCESS MODE IS DYNAMIC                                   000062
003200         RECORD KEY IS OFFR-KEY OF OFFERING-MASTER-RECORD         000063
003250         FILE STATUS IS WS-OFFR-STATUS.                           000064
003300* Waitlist - students waiting on a full offering, in arrival      000065
003350* order within term and course                                    000066
003400     SELECT WAITLIST ASSIGN TO "WAITLIST"                         000067
003450         ORGANIZATION IS INDEXED                                  000068
003500         ACCESS MODE IS DYNAMIC                                   000069
003550         RECORD KEY IS WAIT-KEY OF WAITLIST-RECORD                000070
003600         FILE STATUS IS WS-WLST-STATUS.                           000071
003650* Student holds - any active hold refuses registration.           000072
003700* Optional so a shop that has never placed a hold still works     000073
003750     SELECT OPTIONAL HOLD-MASTER ASSIGN TO "HOLDMAST"             000074
003800         ORGANIZATION IS INDEXED                                  000075
003850         ACCESS MODE IS DYNAMIC                                   000076
003900         RECORD KEY IS HOLD-KEY OF HOLD-MASTER-RECORD             000077
003950         FILE STATUS IS WS-HOLD-STATUS.                           000078
004000* Authorized-credential list - one userid/password/role per       000079
004050* line. Optional so a shop without one still gets a default       000080
004100     SELECT OPTIONAL AUTH-LIST ASSIGN TO "AUTHLIST"               000081
004150         ORGANIZATION IS LINE SEQUENTIAL.                         000082
004200* Sign-on security files - the lockout list and the               000083
004250* logon-audit trail of every successful and failed attempt        000084
004300     SELECT OPTIONAL AUTH-LOCKOUT ASSIGN TO "AUTHLOCK"            000085
004350         ORGANIZATION IS LINE SEQUENTIAL                          000086
004400         FILE STATUS IS WS-LOCK-STATUS.                           000087
004450     SELECT LOGON-AUDIT ASSIGN TO "LOGONAUD"                      000088
004500         ORGANIZATION IS LINE SEQUENTIAL                          000089
004550         FILE STATUS IS WS-LOGON-STATUS.                          000090
004600 DATA DIVISION.                                                   000091
004650 FILE SECTION.                                                    000092
004700 FD  ENROLLMENT-MASTER.                                           000093
004750 01  ENROLLMENT-MASTER-RECORD.                                    000094
004800     COPY ENRLREC.                                                000095
004850 FD  STUDENT-MASTER.                                              000096
004900 01  STUDENT-MASTER-RECORD.                                       000097
004950     COPY STUREC.                                                 000098
005000 FD  COURSE-CATALOG.                                              000099
005050 01  COURSE-CATALOG-RECORD.                                       000100
005100     COPY CRSREC.                                                 000101
005150 FD  PREREQ-MASTER.                                               000102
005200 01  PREREQ-MASTER-RECORD.                                        000103
005250     COPY PRQREC.                                                 000104
005300 FD  GRADE-HISTORY.                                               000105
005350 01  GRADE-HISTORY-REC.                                           000106
005400     COPY GRDHISTREC.                                             000107
005450 FD  GRADE-PARAMETERS.                                            000108
005500 01  GRADE-PARAMETER-REC.                                         000109
005550     COPY GRDBAND.                                                000110
005600 FD  PREREQ-OVERRIDE-LOG.                                         000111
005650 01  PREREQ-OVERRIDE-REC.                                         000112
005700     05  OVR-USERID        PIC X(8).                              000113
005750     05  OVR-STU-ID        PIC X(9).                              000114
005800     05  OVR-TERM          PIC X(6).                              000115
005850     05  OVR-COURSE        PIC X(6).                              000116
005900     05  OVR-REQ-COURSE    PIC X(6).                              000117
005950     05  OVR-MIN-LETTER    PIC X.                                 000118
006000* Letter earned in the required course - space when the           000119
006050* student never took it                                           000120
006100     05  OVR-EARNED-LETTER PIC X.                                 000121
006150     05  OVR-TIMESTAMP     PIC 9(14).                             000122
006200 FD  OFFERING-MASTER.                                             000123
006250 01  OFFERING-MASTER-RECORD.                                      000124
006300     COPY OFFRREC.                                                000125
006350 FD  WAITLIST.                                                    000126
006400 01  WAITLIST-RECORD.                                             000127
006450     COPY WAITREC.                                                000128
006500 FD  HOLD-MASTER.                                                 000129
006550 01  HOLD-MASTER-RECORD.                                          000130
006600     COPY HOLDREC.                                                000131
006650 FD  AUTH-LIST.                                                   000132
006700 01  AUTH-LIST-REC.                                               000133
006750     COPY AUTHREC.                                                000134
006800 FD  AUTH-LOCKOUT.                                                000135
006850 01  AUTH-LOCKOUT-REC.                                            000136
006900     05  LOCK-USERID   PIC X(8).                                  000137
006950 FD  LOGON-AUDIT.                                                 000138
007000 01  LOGON-AUDIT-REC.                                             000139
007050     05  LOGON-USERID    PIC X(8).                                000140
007100     05  LOGON-RESULT    PIC X.                                   000141
007150     05  LOGON-PROGRAM   PIC X(8).                                000142
007200     05  LOGON-TIMESTAMP PIC 9(14).                               000143
007250 WORKING-STORAGE SECTION.                                         000144
007300 01  WS-EOF-SW         PIC X VALUE "N".                           000145
007350     88  WS-DONE       VALUE "Y".                                 000146
007400 01  WS-FUNCTION       PIC X.                                     000147
007450     88  WS-FN-REG     VALUE "R" "r".                             000148
007500     88  WS-FN-DROP    VALUE "D" "d".                             000149
007550     88  WS-FN-QUIT    VALUE "Q" "q".                             000150
007600 01  WS-KEY-STU-ID     PIC X(9).                                  000151
007650 01  WS-KEY-TERM       PIC X(6).                                  000152
007700 01  WS-KEY-COURSE     PIC X(6).                                  000153
007750 01  WS-STU-VALID-SW   PIC X.                                     000154
007800     88  WS-STU-VALID  VALUE "Y".                                 000155
007850 01  WS-CRS-VALID-SW   PIC X.                                     000156
007900     88  WS-CRS-VALID  VALUE "Y".                                 000157
007950 01  WS-PRQ-STATUS     PIC XX.                                    000158
008000 01  WS-HIST-STATUS    PIC XX.                                    000159
008050 01  WS-OVRD-STATUS    PIC XX.                                    000160
008100 01  WS-OFFR-STATUS    PIC XX.                                    000161
008150 01  WS-WLST-STATUS    PIC XX.                                    000162
008200 01  WS-HOLD-STATUS    PIC XX.                                    000163
008250* Active-hold search - the student checked, the first active      000164
008300* hold type found, and the end-of-student switch                  000165
008350 01  WS-HOLD-STU-ID    PIC X(9).                                  000166
008400 01  WS-HOLD-TYPE      PIC X.                                     000167
008450 01  WS-STU-HELD-SW    PIC X.                                     000168
008500     88  WS-STU-HELD   VALUE "Y".                                 000169
008550 01  WS-HOLD-EOF-SW    PIC X.                                     000170
008600     88  WS-HOLD-EOF   VALUE "Y".                                 000171
008650* Seat and waitlist state for the offering being registered       000172
008700* into or dropped from                                            000173
008750 01  WS-OFFR-FOUND-SW  PIC X.                                     000174
008800     88  WS-OFFR-FOUND VALUE "Y".                                 000175
008850 01  WS-ENRL-FOUND-SW  PIC X.                                     000176
008900     88  WS-ENRL-FOUND VALUE "Y".                                 000177
008950 01  WS-ON-WAIT-SW     PIC X.                                     000178
009000     88  WS-ON-WAIT    VALUE "Y".                                 000179
009050 01  WS-WAIT-EOF-SW    PIC X.                                     000180
009100     88  WS-WAIT-EOF   VALUE "Y".                                 000181
009150* Prerequisite check results - the first prerequisite failed is   000182
009200* kept for the override log, and an administrator's override      000183
009250* lets the registration through                                   000184
009300 01  WS-PRQ-EOF-SW     PIC X.                                     000185
009350     88  WS-PRQ-EOF    VALUE "Y".                                 000186
009400 01  WS-HIST-EOF-SW    PIC X.                                     000187
009450     88  WS-HIST-EOF   VALUE "Y".                                 000188
009500 01  WS-PRQ-FAILED-SW  PIC X VALUE "N".                           000189
009550     88  WS-PRQ-FAILED VALUE "Y".                                 000190
009600 01  WS-OVERRIDE-SW    PIC X VALUE "N".                           000191
009650     88  WS-OVERRIDE   VALUE "Y".                                 000192
009700 01  WS-OVERRIDE-REPLY PIC X.                                     000193
009750 01  WS-HIST-FOUND-SW  PIC X.                                     000194
009800     88  WS-HIST-FOUND VALUE "Y".                                 000195
009850 01  WS-REQ-COURSE         PIC X(6).                              000196
009900 01  WS-FAIL-REQ-COURSE    PIC X(6).                              000197
009950 01  WS-FAIL-MIN-LETTER    PIC X.                                 000198
010000 01  WS-FAIL-EARNED-LETTER PIC X.                                 000199
010050* Letter-grade bands, highest cutoff first - a smaller band       000200
010100* position is a better letter                                     000201
010150 78  WS-MAX-BANDS       VALUE 10.                                 000202
010200 01  WS-BAND-CNT        PIC 99 VALUE ZERO.                        000203
010250 01  GRD-BAND-TABLE.                                              000204
010300     05  GRD-BAND OCCURS 1 TO WS-MAX-BANDS TIMES                  000205
010350             DEPENDING ON WS-BAND-CNT.                            000206
010400         COPY GRDBAND.                                            000207
010450 01  WS-BAND-IDX        PIC 99.                                   000208
010500 01  WS-MIN-BAND-IDX    PIC 99.                                   000209
010550 01  WS-BEST-BAND-IDX   PIC 99.                                   000210
010600 01  WS-BEST-LETTER     PIC X.                                    000211
010650* The logged-on userid is validated against WS-AUTH-TABLE         000212
010700* before any update is allowed                                    000213
010750 01  WS-USERID         PIC X(8).                                  000214
010800* Authorized-userid table, loaded once at start-up from AUTHLIST  000215
010850 01  WS-AUTH-EOF-SW    PIC X VALUE "N".                           000216
010900     88  WS-AUTH-EOF   VALUE "Y".                                 000217
010950 78  WS-MAX-AUTH-USERS VALUE 50.                                  000218
011000 01  WS-AUTH-CNT       PIC 99 VALUE ZERO.                         000219
011050 01  WS-AUTH-TABLE.                                               000220
011100     05  AUTH-ENTRY OCCURS 1 TO 50 TIMES                          000221
011150             DEPENDING ON WS-AUTH-CNT.                            000222
011200         10  AUTH-TAB-USERID   PIC X(8).                          000223
011250         10  AUTH-TAB-PASSWORD PIC X(8).                          000224
011300         10  AUTH-TAB-ROLE     PIC X.                             000225
011350 01  WS-AUTH-IDX       PIC 99.                                    000226
011400 01  WS-SIGNED-ON-SW   PIC X VALUE "N".                           000227
011450     88  WS-SIGNED-ON  VALUE "Y".                                 000228
011500* Sign-on working fields - keyed password, granted role,          000229
011550* straight-failure counting and the lockout switch                000230
011600 01  WS-PASSWORD       PIC X(8).                                  000231
011650 01  WS-USER-ROLE      PIC X.                                     000232
011700     88  WS-ROLE-INQUIRY VALUE "I".                               000233
011750     88  WS-ROLE-UPDATE  VALUE "U".                               000234
011800     88  WS-ROLE-ADMIN   VALUE "A".                               000235
011850 78  WS-MAX-ATTEMPTS   VALUE 3.                                   000236
011900 01  WS-ATTEMPT-CNT    PIC 9 VALUE ZERO.                          000237
011950 01  WS-FAIL-USERID    PIC X(8) VALUE SPACES.                     000238
012000 01  WS-FAIL-CNT       PIC 9 VALUE ZERO.                          000239
012050 01  WS-LOCKED-SW      PIC X.                                     000240
012100     88  WS-LOCKED     VALUE "Y".                                 000241
012150 01  WS-LOCK-EOF-SW    PIC X.                                     000242
012200     88  WS-LOCK-EOF   VALUE "Y".                                 000243
012250 01  WS-LOGON-STATUS   PIC XX.                                    000244
012300 01  WS-LOCK-STATUS    PIC XX.                                    000245
012350 PROCEDURE DIVISION.                                              000246
012400 0000-MAIN.                                                       000247
012450     PERFORM 0500-LOAD-AUTH-LIST.                                 000248
012500     PERFORM 0600-CAPTURE-LOGON.                                  000249
012550     IF WS-SIGNED-ON AND WS-ROLE-INQUIRY                          000250
012600         DISPLAY "Inquiry-only userids cannot use registration"   000251
012650             " maintenance."                                      000252
012700         MOVE "N" TO WS-SIGNED-ON-SW                              000253
012750     END-IF.                                                      000254
012800     IF WS-SIGNED-ON                                              000255
012850         PERFORM 0700-LOAD-GRADE-BANDS                            000256
012900         OPEN I-O ENROLLMENT-MASTER                               000257
012950         OPEN INPUT STUDENT-MASTER                                000258
013000         OPEN INPUT COURSE-CATALOG                                000259
013050         OPEN INPUT PREREQ-MASTER                                 000260
013100         OPEN INPUT GRADE-HISTORY                                 000261
013150         OPEN INPUT HOLD-MASTER                                   000262
013200         OPEN I-O OFFERING-MASTER                                 000263
013250         IF WS-OFFR-STATUS = "35"                                 000264
013300             OPEN OUTPUT OFFERING-MASTER                          000265
013350             CLOSE OFFERING-MASTER                                000266
013400             OPEN I-O OFFERING-MASTER                             000267
013450         END-IF                                                   000268
013500         OPEN I-O WAITLIST                                        000269
013550         IF WS-WLST-STATUS = "35"                                 000270
013600             OPEN OUTPUT WAITLIST                                 000271
013650             CLOSE WAITLIST                                       000272
013700             OPEN I-O WAITLIST                                    000273
013750         END-IF                                                   000274
013800         PERFORM UNTIL WS-DONE                                    000275
013850             PERFORM 1000-SHOW-MENU                               000276
013900             PERFORM 2000-PROCESS-FUNCTION                        000277
013950         END-PERFORM                                              000278
014000         CLOSE ENROLLMENT-MASTER                                  000279
014050         CLOSE STUDENT-MASTER                                     000280
014100         CLOSE COURSE-CATALOG                                     000281
014150         CLOSE PREREQ-MASTER                                      000282
014200         CLOSE GRADE-HISTORY                                      000283
014250         CLOSE HOLD-MASTER                                        000284
014300         CLOSE OFFERING-MASTER                                    000285
014350         CLOSE WAITLIST                                           000286
014400     END-IF.                                                      000287
014450     STOP RUN.                                                    000288
014500* Load the credential table from AUTHLIST. If the file is         000289
014550* absent default to a single built-in administrator so the        000290
014600* transaction still works in a shop that hasn't set one up yet    000291
014650 0500-LOAD-AUTH-LIST.                                             000292
014700     OPEN INPUT AUTH-LIST.                                        000293
014750     PERFORM UNTIL WS-AUTH-EOF                                    000294
014800             OR WS-AUTH-CNT = WS-MAX-AUTH-USERS                   000295
014850         READ AUTH-LIST                                           000296
014900             AT END                                               000297
014950                 SET WS-AUTH-EOF TO TRUE                          000298
015000             NOT AT END                                           000299
015050                 ADD 1 TO WS-AUTH-CNT                             000300
015100                 MOVE AUTH-USERID                                 000301
015150                     TO AUTH-TAB-USERID (WS-AUTH-CNT)             000302
015200                 MOVE AUTH-PASSWORD                               000303
015250                     TO AUTH-TAB-PASSWORD (WS-AUTH-CNT)           000304
015300                 MOVE AUTH-ROLE                                   000305
015350                     TO AUTH-TAB-ROLE (WS-AUTH-CNT)               000306
015400         END-READ                                                 000307
015450     END-PERFORM.                                                 000308
015500     CLOSE AUTH-LIST.                                             000309
015550     IF WS-AUTH-CNT = ZERO                                        000310
015600         MOVE 1 TO WS-AUTH-CNT                                    000311
015650         MOVE "ADMIN" TO AUTH-TAB-USERID (1)                      000312
015700         MOVE "ADMIN" TO AUTH-TAB-PASSWORD (1)                    000313
015750         MOVE "A"     TO AUTH-TAB-ROLE (1)                        000314
015800     END-IF.                                                      000315
015850* Prompt for userid and password, checking the lockout list       000316
015900* and the credential table; every attempt is written to the       000317
015950* logon-audit file, and three straight failures for the same      000318
016000* userid lock it out                                              000319
016050 0600-CAPTURE-LOGON.                                              000320
016100     PERFORM UNTIL WS-SIGNED-ON                                   000321
016150             OR WS-ATTEMPT-CNT >= WS-MAX-ATTEMPTS                 000322
016200         ADD 1 TO WS-ATTEMPT-CNT                                  000323
016250         DISPLAY "Userid: " WITH NO ADVANCING                     000324
016300         ACCEPT WS-USERID                                         000325
016350         DISPLAY "Password: " WITH NO ADVANCING                   000326
016400         ACCEPT WS-PASSWORD                                       000327
016450         PERFORM 0610-CHECK-LOCKOUT                               000328
016500         IF WS-LOCKED                                             000329
016550             DISPLAY "Userid " WS-USERID " is locked out"         000330
016600                 " - see the security administrator."             000331
016650         ELSE                                                     000332
016700             PERFORM 0620-MATCH-CREDENTIALS                       000333
016750         END-IF                                                   000334
016800         PERFORM 0630-AUDIT-LOGON-ATTEMPT                         000335
016850         IF NOT WS-SIGNED-ON                                      000336
016900             PERFORM 0640-COUNT-FAILURE                           000337
016950         END-IF                                                   000338
017000     END-PERFORM.                                                 000339
017050     IF NOT WS-SIGNED-ON                                          000340
017100         DISPLAY "Sign-on failed."                                000341
017150     END-IF.                                                      000342
017200* Is this userid on the lockout list                              000343
017250 0610-CHECK-LOCKOUT.                                              000344
017300     MOVE "N" TO WS-LOCKED-SW.                                    000345
017350     MOVE "N" TO WS-LOCK-EOF-SW.                                  000346
017400     OPEN INPUT AUTH-LOCKOUT.                                     000347
017450     IF WS-LOCK-STATUS = "35"                                     000348
017500         MOVE "Y" TO WS-LOCK-EOF-SW                               000349
017550     END-IF.                                                      000350
017600     PERFORM UNTIL WS-LOCK-EOF                                    000351
017650         READ AUTH-LOCKOUT                                        000352
017700             AT END                                               000353
017750                 SET WS-LOCK-EOF TO TRUE                          000354
017800             NOT AT END                                           000355
017850                 IF LOCK-USERID = WS-USERID                       000356
017900                     SET WS-LOCKED TO TRUE                        000357
017950                 END-IF                                           000358
018000         END-READ                                                 000359
018050     END-PERFORM.                                                 000360
018100     CLOSE AUTH-LOCKOUT.                                          000361
018150* Userid and password must both match one credential entry;       000362
018200* a match carries the entry's role into the session               000363
018250 0620-MATCH-CREDENTIALS.                                          000364
018300     PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1                      000365
018350             UNTIL WS-AUTH-IDX > WS-AUTH-CNT                      000366
018400         IF WS-USERID = AUTH-TAB-USERID (WS-AUTH-IDX) AND         000367
018450                 WS-PASSWORD =                                    000368
018500                 AUTH-TAB-PASSWORD (WS-AUTH-IDX)                  000369
018550             MOVE AUTH-TAB-ROLE (WS-AUTH-IDX)                     000370
018600                 TO WS-USER-ROLE                                  000371
018650             SET WS-SIGNED-ON TO TRUE                             000372
018700             EXIT PERFORM                                         000373
018750         END-IF                                                   000374
018800     END-PERFORM.                                                 000375
018850     IF NOT WS-SIGNED-ON                                          000376
018900         DISPLAY "Userid or password incorrect."                  000377
018950     END-IF.                                                      000378
019000* Record this attempt, successful or failed, on the logon         000379
019050* audit trail                                                     000380
019100 0630-AUDIT-LOGON-ATTEMPT.                                        000381
019150     OPEN EXTEND LOGON-AUDIT.                                     000382
019200     IF WS-LOGON-STATUS = "35"                                    000383
019250         OPEN OUTPUT LOGON-AUDIT                                  000384
019300     END-IF.                                                      000385
019350     MOVE WS-USERID TO LOGON-USERID.                              000386
019400     IF WS-SIGNED-ON                                              000387
019450         MOVE "S" TO LOGON-RESULT                                 000388
019500     ELSE                                                         000389
019550         MOVE "F" TO LOGON-RESULT                                 000390
019600     END-IF.                                                      000391
019650     MOVE "ENRLMNT" TO LOGON-PROGRAM.                             000392
019700     MOVE FUNCTION CURRENT-DATE (1:14) TO LOGON-TIMESTAMP.        000393
019750     WRITE LOGON-AUDIT-REC.                                       000394
019800     CLOSE LOGON-AUDIT.                                           000395
019850* Three straight failures for one userid put it on the            000396
019900* lockout list until the security administrator clears it         000397
019950 0640-COUNT-FAILURE.                                              000398
020000     IF WS-USERID = WS-FAIL-USERID                                000399
020050         ADD 1 TO WS-FAIL-CNT                                     000400
020100     ELSE                                                         000401
020150         MOVE WS-USERID TO WS-FAIL-USERID                         000402
020200         MOVE 1 TO WS-FAIL-CNT                                    000403
020250     END-IF.                                                      000404
020300     IF WS-FAIL-CNT >= WS-MAX-ATTEMPTS                            000405
020350         OPEN EXTEND AUTH-LOCKOUT                                 000406
020400         IF WS-LOCK-STATUS = "35"                                 000407
020450             OPEN OUTPUT AUTH-LOCKOUT                             000408
020500         END-IF                                                   000409
020550         MOVE WS-USERID TO LOCK-USERID                            000410
020600         WRITE AUTH-LOCKOUT-REC                                   000411
020650         CLOSE AUTH-LOCKOUT                                       000412
020700         DISPLAY "Userid " WS-USERID " is now locked out."        000413
020750     END-IF.                                                      000414
020800* Read the band cutoffs from GRDPARM, highest cutoff first; fall  000415
020850* back to a standard A/B/C/D/F 90/80/70/60/0 scale when the       000416
020900* parameter file is missing or empty                              000417
020950 0700-LOAD-GRADE-BANDS.                                           000418
021000     OPEN INPUT GRADE-PARAMETERS.                                 000419
021050     PERFORM UNTIL WS-BAND-CNT = WS-MAX-BANDS                     000420
021100         READ GRADE-PARAMETERS                                    000421
021150             AT END                                               000422
021200                 EXIT PERFORM                                     000423
021250             NOT AT END                                           000424
021300                 ADD 1 TO WS-BAND-CNT                             000425
021350                 MOVE GRADE-PARAMETER-REC                         000426
021400                     TO GRD-BAND (WS-BAND-CNT)                    000427
021450         END-READ                                                 000428
021500     END-PERFORM.                                                 000429
021550     CLOSE GRADE-PARAMETERS.                                      000430
021600     IF WS-BAND-CNT = 0                                           000431
021650         MOVE 5 TO WS-BAND-CNT                                    000432
021700         MOVE "A" TO GRD-LETTER OF GRD-BAND (1)                   000433
021750         MOVE 090 TO GRD-MIN-SCORE OF GRD-BAND (1)                000434
021800         MOVE "B" TO GRD-LETTER OF GRD-BAND (2)                   000435
021850         MOVE 080 TO GRD-MIN-SCORE OF GRD-BAND (2)                000436
021900         MOVE "C" TO GRD-LETTER OF GRD-BAND (3)                   000437
021950         MOVE 070 TO GRD-MIN-SCORE OF GRD-BAND (3)                000438
022000         MOVE "D" TO GRD-LETTER OF GRD-BAND (4)                   000439
022050         MOVE 060 TO GRD-MIN-SCORE OF GRD-BAND (4)                000440
022100         MOVE "F" TO GRD-LETTER OF GRD-BAND (5)                   000441
022150         MOVE 000 TO GRD-MIN-SCORE OF GRD-BAND (5)                000442
022200     END-IF.                                                      000443
022250* Prompt for the student/term/course key shared by both           000444
022300* maintenance functions                                           000445
022350 0800-GET-ENROLLMENT-KEY.                                         000446
022400     DISPLAY "Student id (9 chars): " WITH NO ADVANCING.          000447
022450     ACCEPT WS-KEY-STU-ID.                                        000448
022500     DISPLAY "Term (6 chars): " WITH NO ADVANCING.                000449
022550     ACCEPT WS-KEY-TERM.                                          000450
022600     DISPLAY "Course code (6 chars): " WITH NO ADVANCING.         000451
022650     ACCEPT WS-KEY-COURSE.                                        000452
022700* The student must be on the student master                       000453
022750 0850-EDIT-STUDENT.                                               000454
022800     MOVE "N" TO WS-STU-VALID-SW.                                 000455
022850     MOVE WS-KEY-STU-ID                                           000456
022900         TO STU-MAST-ID OF STUDENT-MASTER-RECORD.                 000457
022950     READ STUDENT-MASTER                                          000458
023000         INVALID KEY                                              000459
023050             DISPLAY "Student " WS-KEY-STU-ID                     000460
023100                 " is not on the student master."                 000461
023150         NOT INVALID KEY                                          000462
023200             SET WS-STU-VALID TO TRUE                             000463
023250     END-READ.                                                    000464
023300* Look for an active hold on the student in WS-HOLD-STU-ID,       000465
023350* walking the student's hold rows by key                          000466
023400 0870-CHECK-ACTIVE-HOLD.                                          000467
023450     MOVE "N" TO WS-STU-HELD-SW.                                  000468
023500     MOVE "N" TO WS-HOLD-EOF-SW.                                  000469
023550     IF WS-HOLD-STATUS NOT = "00" AND                             000470
023600             WS-HOLD-STATUS NOT = "05"                            000471
023650         SET WS-HOLD-EOF TO TRUE                                  000472
023700     ELSE                                                         000473
023750         MOVE WS-HOLD-STU-ID TO HOLD-STU-ID OF HOLD-MASTER-RECORD 000474
023800         MOVE ZERO TO HOLD-PLACED-TS OF HOLD-MASTER-RECORD        000475
023850         START HOLD-MASTER                                        000476
023900             KEY >= HOLD-KEY OF HOLD-MASTER-RECORD                000477
023950             INVALID KEY                                          000478
024000                 SET WS-HOLD-EOF TO TRUE                          000479
024050         END-START                                                000480
024100     END-IF.                                                      000481
024150     PERFORM UNTIL WS-HOLD-EOF OR WS-STU-HELD                     000482
024200         READ HOLD-MASTER NEXT RECORD                             000483
024250             AT END                                               000484
024300                 SET WS-HOLD-EOF TO TRUE                          000485
024350             NOT AT END                                           000486
024400                 IF HOLD-STU-ID OF HOLD-MASTER-RECORD             000487
024450                         NOT = WS-HOLD-STU-ID                     000488
024500                     SET WS-HOLD-EOF TO TRUE                      000489
024550                 ELSE                                             000490
024600                     IF HOLD-STATUS OF HOLD-MASTER-RECORD = "A"   000491
024650                         MOVE HOLD-TYPE OF HOLD-MASTER-RECORD     000492
024700                             TO WS-HOLD-TYPE                      000493
024750                         SET WS-STU-HELD TO TRUE                  000494
024800                     END-IF                                       000495
024850                 END-IF                                           000496
024900         END-READ                                                 000497
024950     END-PERFORM.                                                 000498
025000* The course must be on the catalog and still active              000499
025050 0900-EDIT-COURSE.                                                000500
025100     MOVE "N" TO WS-CRS-VALID-SW.                                 000501
025150     MOVE WS-KEY-COURSE                                           000502
025200         TO COURSE-CODE OF COURSE-CATALOG-RECORD.                 000503
025250     READ COURSE-CATALOG                                          000504
025300         INVALID KEY                                              000505
025350             DISPLAY "Course " WS-KEY-COURSE                      000506
025400                 " is not on the course catalog."                 000507
025450         NOT INVALID KEY                                          000508
025500             IF COURSE-ACTIVE OF COURSE-CATALOG-RECORD = "A"      000509
025550                 SET WS-CRS-VALID TO TRUE                         000510
025600             ELSE                                                 000511
025650                 DISPLAY "Course " WS-KEY-COURSE                  000512
025700                     " is inactive on the catalog."               000513
025750             END-IF                                               000514
025800     END-READ.                                                    000515
025850* Prompt for and accept the maintenance function for this pass    000516
025900 1000-SHOW-MENU.                                                  000517
025950     DISPLAY " ".                                                 000518
026000     DISPLAY "REGISTRATION MAINTENANCE - (R)egister (D)rop"       000519
026050         " (Q)uit".                                               000520
026100     DISPLAY "Function: " WITH NO ADVANCING.                      000521
026150     ACCEPT WS-FUNCTION.                                          000522
026200* Dispatch to the requested register/drop paragraph               000523
026250 2000-PROCESS-FUNCTION.                                           000524
026300     EVALUATE TRUE                                                000525
026350         WHEN WS-FN-REG                                           000526
026400             PERFORM 3000-REGISTER-STUDENT                        000527
026450         WHEN WS-FN-DROP                                          000528
026500             PERFORM 5000-DROP-ENROLLMENT                         000529
026550         WHEN WS-FN-QUIT                                          000530
026600             SET WS-DONE TO TRUE                                  000531
026650         WHEN OTHER                                               000532
026700             DISPLAY "Invalid function - try again."              000533
026750     END-EVALUATE.                                                000534
026800* Register a student in a course for a term, once the student     000535
026850* and course are valid, the student has no active hold, and       000536
026900* every prerequisite is met or an administrator has overridden    000537
026950* the refusal. A full offering puts the student on the            000538
027000* waitlist instead                                                000539
027050 3000-REGISTER-STUDENT.                                           000540
027100     MOVE "N" TO WS-PRQ-FAILED-SW.                                000541
027150     MOVE "N" TO WS-OVERRIDE-SW.                                  000542
027200     PERFORM 0800-GET-ENROLLMENT-KEY.                             000543
027250     PERFORM 0850-EDIT-STUDENT.                                   000544
027300     IF WS-STU-VALID                                              000545
027350         MOVE WS-KEY-STU-ID TO WS-HOLD-STU-ID                     000546
027400         PERFORM 0870-CHECK-ACTIVE-HOLD                           000547
027450         IF WS-STU-HELD                                           000548
027500             DISPLAY "Student " WS-KEY-STU-ID " has an active "   000549
027550                 WS-HOLD-TYPE " hold - registration refused."     000550
027600             MOVE "N" TO WS-STU-VALID-SW                          000551
027650         END-IF                                                   000552
027700     END-IF.                                                      000553
027750     IF WS-STU-VALID                                              000554
027800         PERFORM 0900-EDIT-COURSE                                 000555
027850     END-IF.                                                      000556
027900     IF WS-STU-VALID AND WS-CRS-VALID                             000557
027950         PERFORM 3100-CHECK-PREREQUISITES                         000558
028000         IF WS-PRQ-FAILED                                         000559
028050             PERFORM 3300-OFFER-OVERRIDE                          000560
028100         END-IF                                                   000561
028150     END-IF.                                                      000562
028200     IF WS-STU-VALID AND WS-CRS-VALID AND                         000563
028250             (NOT WS-PRQ-FAILED OR WS-OVERRIDE)                   000564
028300         PERFORM 3500-READ-OFFERING                               000565
028350         IF WS-OFFR-FOUND AND                                     000566
028400                 OFFR-CUR-COUNT OF OFFERING-MASTER-RECORD >=      000567
028450                 OFFR-MAX-SEATS OF OFFERING-MASTER-RECORD         000568
028500             PERFORM 3600-ADD-TO-WAITLIST                         000569
028550         ELSE                                                     000570
028600             PERFORM 3050-WRITE-REGISTRATION                      000571
028650         END-IF                                                   000572
028700     END-IF.                                                      000573
028750* Write the registration row, taking a seat on the offering       000574
028800* when the course has one                                         000575
028850 3050-WRITE-REGISTRATION.                                         000576
028900     MOVE WS-KEY-STU-ID                                           000577
028950         TO ENRL-STU-ID OF ENROLLMENT-MASTER-RECORD.              000578
029000     MOVE WS-KEY-TERM                                             000579
029050         TO ENRL-TERM OF ENROLLMENT-MASTER-RECORD.                000580
029100     MOVE WS-KEY-COURSE                                           000581
029150         TO ENRL-COURSE OF ENROLLMENT-MASTER-RECORD.              000582
029200     WRITE ENROLLMENT-MASTER-RECORD                               000583
029250         INVALID KEY                                              000584
029300             DISPLAY "Student " WS-KEY-STU-ID                     000585
029350                 " is already registered for "                    000586
029400                 WS-KEY-COURSE " in " WS-KEY-TERM "."             000587
029450         NOT INVALID KEY                                          000588
029500             DISPLAY "Student " WS-KEY-STU-ID                     000589
029550                 " registered for " WS-KEY-COURSE                 000590
029600                 " in " WS-KEY-TERM "."                           000591
029650             IF WS-OVERRIDE                                       000592
029700                 PERFORM 3400-LOG-OVERRIDE                        000593
029750             END-IF                                               000594
029800             IF WS-OFFR-FOUND                                     000595
029850                 PERFORM 3550-TAKE-SEAT                           000596
029900             END-IF                                               000597
029950     END-WRITE.                                                   000598
030000* Walk the course's prerequisite rows with a keyed start at the   000599
030050* course's first row, testing each against the student's grade    000600
030100* history                                                         000601
030150 3100-CHECK-PREREQUISITES.                                        000602
030200     MOVE "N" TO WS-PRQ-EOF-SW.                                   000603
030250     MOVE WS-KEY-COURSE TO PRQ-COURSE OF PREREQ-MASTER-RECORD.    000604
030300     MOVE LOW-VALUES TO PRQ-REQ-COURSE OF PREREQ-MASTER-RECORD.   000605
030350     START PREREQ-MASTER                                          000606
030400         KEY >= PRQ-KEY OF PREREQ-MASTER-RECORD                   000607
030450         INVALID KEY                                              000608
030500             SET WS-PRQ-EOF TO TRUE                               000609
030550     END-START.                                                   000610
030600     PERFORM UNTIL WS-PRQ-EOF                                     000611
030650         READ PREREQ-MASTER NEXT RECORD                           000612
030700             AT END                                               000613
030750                 SET WS-PRQ-EOF TO TRUE                           000614
030800             NOT AT END                                           000615
030850                 IF PRQ-COURSE OF PREREQ-MASTER-RECORD            000616
030900                         NOT = WS-KEY-COURSE                      000617
030950                     SET WS-PRQ-EOF TO TRUE                       000618
031000                 ELSE                                             000619
031050                     PERFORM 3200-TEST-ONE-PREREQ                 000620
031100                 END-IF                                           000621
031150         END-READ                                                 000622
031200     END-PERFORM.                                                 000623
031250* Find the best letter the student earned in the required         000624
031300* course in any term. The prerequisite fails when the course was  000625
031350* never taken or the best letter sits below the minimum letter    000626
031400* on the band scale                                               000627
031450 3200-TEST-ONE-PREREQ.                                            000628
031500     MOVE PRQ-MIN-LETTER OF PREREQ-MASTER-RECORD                  000629
031550         TO WS-BEST-LETTER.                                       000630
031600     PERFORM 3250-FIND-LETTER-BAND.                               000631
031650     MOVE WS-BAND-IDX TO WS-MIN-BAND-IDX.                         000632
031700     MOVE PRQ-REQ-COURSE OF PREREQ-MASTER-RECORD                  000633
031750         TO WS-REQ-COURSE.                                        000634
031800     MOVE "N" TO WS-HIST-FOUND-SW.                                000635
031850     COMPUTE WS-BEST-BAND-IDX = WS-BAND-CNT + 1.                  000636
031900     MOVE SPACE TO WS-BEST-LETTER.                                000637
031950     MOVE "N" TO WS-HIST-EOF-SW.                                  000638
032000     MOVE WS-KEY-STU-ID TO HIST-STU-ID OF GRADE-HISTORY-REC.      000639
032050     MOVE LOW-VALUES TO HIST-TERM OF GRADE-HISTORY-REC.           000640
032100     MOVE LOW-VALUES TO HIST-COURSE OF GRADE-HISTORY-REC.         000641
032150     START GRADE-HISTORY                                          000642
032200         KEY >= HIST-KEY OF GRADE-HISTORY-REC                     000643
032250         INVALID KEY                                              000644
032300             SET WS-HIST-EOF TO TRUE                              000645
032350     END-START.                                                   000646
032400     PERFORM UNTIL WS-HIST-EOF                                    000647
032450         READ GRADE-HISTORY NEXT RECORD                           000648
032500             AT END                                               000649
032550                 SET WS-HIST-EOF TO TRUE                          000650
032600             NOT AT END                                           000651
032650                 IF HIST-STU-ID OF GRADE-HISTORY-REC              000652
032700                         NOT = WS-KEY-STU-ID                      000653
032750                     SET WS-HIST-EOF TO TRUE                      000654
032800                 ELSE                                             000655
032850                     IF HIST-COURSE OF GRADE-HISTORY-REC          000656
032900                             = WS-REQ-COURSE                      000657
032950                         PERFORM 3260-KEEP-BEST-LETTER            000658
033000                     END-IF                                       000659
033050                 END-IF                                           000660
033100         END-READ                                                 000661
033150     END-PERFORM.                                                 000662
033200     IF NOT WS-HIST-FOUND                                         000663
033250         DISPLAY "Prerequisite "                                  000664
033300             PRQ-REQ-COURSE OF PREREQ-MASTER-RECORD               000665
033350             " has not been taken."                               000666
033400         PERFORM 3290-NOTE-FAILED-PREREQ                          000667
033450     ELSE                                                         000668
033500         IF WS-BEST-BAND-IDX > WS-MIN-BAND-IDX                    000669
033550             DISPLAY "Prerequisite "                              000670
033600                 PRQ-REQ-COURSE OF PREREQ-MASTER-RECORD           000671
033650                 " was not passed - best letter " WS-BEST-LETTER  000672
033700                 ", minimum "                                     000673
033750                 PRQ-MIN-LETTER OF PREREQ-MASTER-RECORD "."       000674
033800             PERFORM 3290-NOTE-FAILED-PREREQ                      000675
033850         END-IF                                                   000676
033900     END-IF.                                                      000677
033950* Locate WS-BEST-LETTER in the band table; a letter no longer     000678
034000* on the scale leaves the index past the table                    000679
034050 3250-FIND-LETTER-BAND.                                           000680
034100     PERFORM VARYING WS-BAND-IDX FROM 1 BY 1                      000681
034150             UNTIL WS-BAND-IDX > WS-BAND-CNT                      000682
034200         IF GRD-LETTER OF GRD-BAND (WS-BAND-IDX)                  000683
034250                 = WS-BEST-LETTER                                 000684
034300             EXIT PERFORM                                         000685
034350         END-IF                                                   000686
034400     END-PERFORM.                                                 000687
034450* A history row for the required course - keep it when its        000688
034500* letter is the best one seen so far                              000689
034550 3260-KEEP-BEST-LETTER.                                           000690
034600     SET WS-HIST-FOUND TO TRUE.                                   000691
034650     PERFORM VARYING WS-BAND-IDX FROM 1 BY 1                      000692
034700             UNTIL WS-BAND-IDX > WS-BAND-CNT                      000693
034750         IF GRD-LETTER OF GRD-BAND (WS-BAND-IDX)                  000694
034800                 = HIST-LETTER OF GRADE-HISTORY-REC               000695
034850             EXIT PERFORM                                         000696
034900         END-IF                                                   000697
034950     END-PERFORM.                                                 000698
035000     IF WS-BAND-IDX < WS-BEST-BAND-IDX OR WS-BEST-LETTER = SPACE  000699
035050         MOVE WS-BAND-IDX TO WS-BEST-BAND-IDX                     000700
035100         MOVE HIST-LETTER OF GRADE-HISTORY-REC TO WS-BEST-LETTER  000701
035150     END-IF.                                                      000702
035200* Keep the first failed prerequisite for the override log         000703
035250 3290-NOTE-FAILED-PREREQ.                                         000704
035300     IF NOT WS-PRQ-FAILED                                         000705
035350         SET WS-PRQ-FAILED TO TRUE                                000706
035400         MOVE PRQ-REQ-COURSE OF PREREQ-MASTER-RECORD              000707
035450             TO WS-FAIL-REQ-COURSE                                000708
035500         MOVE PRQ-MIN-LETTER OF PREREQ-MASTER-RECORD              000709
035550             TO WS-FAIL-MIN-LETTER                                000710
035600         MOVE WS-BEST-LETTER TO WS-FAIL-EARNED-LETTER             000711
035650     END-IF.                                                      000712
035700* Only an administrator may let a registration through over a     000713
035750* failed prerequisite; anyone else is refused outright            000714
035800 3300-OFFER-OVERRIDE.                                             000715
035850     IF WS-ROLE-ADMIN                                             000716
035900         DISPLAY "Override the prerequisite refusal (Y/N): "      000717
035950             WITH NO ADVANCING                                    000718
036000         ACCEPT WS-OVERRIDE-REPLY                                 000719
036050         IF WS-OVERRIDE-REPLY = "Y" OR WS-OVERRIDE-REPLY = "y"    000720
036100             SET WS-OVERRIDE TO TRUE                              000721
036150         END-IF                                                   000722
036200     END-IF.                                                      000723
036250     IF NOT WS-OVERRIDE                                           000724
036300         DISPLAY "Registration refused - prerequisite not met"    000725
036350             " for " WS-KEY-COURSE "."                            000726
036400     END-IF.                                                      000727
036450* Record an administrator's prerequisite override on PRQOVRD      000728
036500 3400-LOG-OVERRIDE.                                               000729
036550     OPEN EXTEND PREREQ-OVERRIDE-LOG.                             000730
036600     IF WS-OVRD-STATUS = "35"                                     000731
036650         OPEN OUTPUT PREREQ-OVERRIDE-LOG                          000732
036700     END-IF.                                                      000733
036750     MOVE WS-USERID             TO OVR-USERID.                    000734
036800     MOVE WS-KEY-STU-ID         TO OVR-STU-ID.                    000735
036850     MOVE WS-KEY-TERM           TO OVR-TERM.                      000736
036900     MOVE WS-KEY-COURSE         TO OVR-COURSE.                    000737
036950     MOVE WS-FAIL-REQ-COURSE    TO OVR-REQ-COURSE.                000738
037000     MOVE WS-FAIL-MIN-LETTER    TO OVR-MIN-LETTER.                000739
037050     MOVE WS-FAIL-EARNED-LETTER TO OVR-EARNED-LETTER.             000740
037100     MOVE FUNCTION CURRENT-DATE (1:14) TO OVR-TIMESTAMP.          000741
037150     WRITE PREREQ-OVERRIDE-REC.                                   000742
037200     CLOSE PREREQ-OVERRIDE-LOG.                                   000743
037250* Read the term's offering row for the course; none on file       000744
037300* means the course has no seat limit this term                    000745
037350 3500-READ-OFFERING.                                              000746
037400     MOVE "N" TO WS-OFFR-FOUND-SW.                                000747
037450     MOVE WS-KEY-TERM TO OFFR-TERM OF OFFERING-MASTER-RECORD.     000748
037500     MOVE WS-KEY-COURSE TO OFFR-COURSE OF OFFERING-MASTER-RECORD. 000749
037550     READ OFFERING-MASTER                                         000750
037600         INVALID KEY                                              000751
037650             CONTINUE                                             000752
037700         NOT INVALID KEY                                          000753
037750             SET WS-OFFR-FOUND TO TRUE                            000754
037800     END-READ.                                                    000755
037850* Count one more seat taken on the offering                       000756
037900 3550-TAKE-SEAT.                                                  000757
037950     ADD 1 TO OFFR-CUR-COUNT OF OFFERING-MASTER-RECORD.           000758
038000     REWRITE OFFERING-MASTER-RECORD                               000759
038050         INVALID KEY                                              000760
038100             DISPLAY "Unable to update the offering seat count."  000761
038150     END-REWRITE.                                                 000762
038200* The offering is full - queue the student behind everyone        000763
038250* already waiting, unless already registered or waiting           000764
038300 3600-ADD-TO-WAITLIST.                                            000765
038350     MOVE "N" TO WS-ENRL-FOUND-SW.                                000766
038400     MOVE WS-KEY-STU-ID                                           000767
038450         TO ENRL-STU-ID OF ENROLLMENT-MASTER-RECORD.              000768
038500     MOVE WS-KEY-TERM                                             000769
038550         TO ENRL-TERM OF ENROLLMENT-MASTER-RECORD.                000770
038600     MOVE WS-KEY-COURSE                                           000771
038650         TO ENRL-COURSE OF ENROLLMENT-MASTER-RECORD.              000772
038700     READ ENROLLMENT-MASTER                                       000773
038750         INVALID KEY                                              000774
038800             CONTINUE                                             000775
038850         NOT INVALID KEY                                          000776
038900             SET WS-ENRL-FOUND TO TRUE                            000777
038950     END-READ.                                                    000778
039000     IF WS-ENRL-FOUND                                             000779
039050         DISPLAY "Student " WS-KEY-STU-ID                         000780
039100             " is already registered for "                        000781
039150             WS-KEY-COURSE " in " WS-KEY-TERM "."                 000782
039200     ELSE                                                         000783
039250         PERFORM 3650-FIND-WAITLIST-ENTRY                         000784
039300         IF WS-ON-WAIT                                            000785
039350             DISPLAY "Student " WS-KEY-STU-ID                     000786
039400                 " is already on the waitlist for "               000787
039450                 WS-KEY-COURSE " in " WS-KEY-TERM "."             000788
039500         ELSE                                                     000789
039550             PERFORM 3700-WRITE-WAITLIST-ENTRY                    000790
039600         END-IF                                                   000791
039650     END-IF.                                                      000792
039700* Look for the student's live waitlist row on this offering,      000793
039750* leaving it in the record area when found                        000794
039800 3650-FIND-WAITLIST-ENTRY.                                        000795
039850     MOVE "N" TO WS-ON-WAIT-SW.                                   000796
039900     MOVE "N" TO WS-WAIT-EOF-SW.                                  000797
039950     MOVE WS-KEY-TERM TO WAIT-TERM OF WAITLIST-RECORD.            000798
040000     MOVE WS-KEY-COURSE TO WAIT-COURSE OF WAITLIST-RECORD.        000799
040050     MOVE ZERO TO WAIT-SEQ OF WAITLIST-RECORD.                    000800
040100     START WAITLIST                                               000801
040150         KEY >= WAIT-KEY OF WAITLIST-RECORD                       000802
040200         INVALID KEY                                              000803
040250             SET WS-WAIT-EOF TO TRUE                              000804
040300     END-START.                                                   000805
040350     PERFORM UNTIL WS-WAIT-EOF OR WS-ON-WAIT                      000806
040400         READ WAITLIST NEXT RECORD                                000807
040450             AT END                                               000808
040500                 SET WS-WAIT-EOF TO TRUE                          000809
040550             NOT AT END                                           000810
040600                 IF WAIT-TERM OF WAITLIST-RECORD                  000811
040650                         NOT = WS-KEY-TERM OR                     000812
040700                         WAIT-COURSE OF WAITLIST-RECORD           000813
040750                         NOT = WS-KEY-COURSE                      000814
040800                     SET WS-WAIT-EOF TO TRUE                      000815
040850                 ELSE                                             000816
040900                     IF WAIT-STU-ID OF WAITLIST-RECORD            000817
040950                             = WS-KEY-STU-ID AND                  000818
041000                             WAIT-STATUS OF WAITLIST-RECORD = "W" 000819
041050                         SET WS-ON-WAIT TO TRUE                   000820
041100                     END-IF                                       000821
041150                 END-IF                                           000822
041200         END-READ                                                 000823
041250     END-PERFORM.                                                 000824
041300* Add the waitlist row at the next arrival sequence and count     000825
041350* it on the offering                                              000826
041400 3700-WRITE-WAITLIST-ENTRY.                                       000827
041450     ADD 1 TO OFFR-LAST-SEQ OF OFFERING-MASTER-RECORD.            000828
041500     MOVE WS-KEY-TERM TO WAIT-TERM OF WAITLIST-RECORD.            000829
041550     MOVE WS-KEY-COURSE TO WAIT-COURSE OF WAITLIST-RECORD.        000830
041600     MOVE OFFR-LAST-SEQ OF OFFERING-MASTER-RECORD                 000831
041650         TO WAIT-SEQ OF WAITLIST-RECORD.                          000832
041700     MOVE WS-KEY-STU-ID TO WAIT-STU-ID OF WAITLIST-RECORD.        000833
041750     MOVE "W" TO WAIT-STATUS OF WAITLIST-RECORD.                  000834
041800     MOVE FUNCTION CURRENT-DATE (1:14)                            000835
041850         TO WAIT-ADDED-TS OF WAITLIST-RECORD.                     000836
041900     MOVE ZERO TO WAIT-PROMOTED-TS OF WAITLIST-RECORD.            000837
041950     MOVE "N" TO WAIT-REPORTED OF WAITLIST-RECORD.                000838
042000     WRITE WAITLIST-RECORD                                        000839
042050         INVALID KEY                                              000840
042100             DISPLAY "Unable to add the waitlist entry."          000841
042150         NOT INVALID KEY                                          000842
042200             ADD 1 TO OFFR-WAIT-CNT OF OFFERING-MASTER-RECORD     000843
042250             DISPLAY "Course " WS-KEY-COURSE " is full in "       000844
042300                 WS-KEY-TERM " - student " WS-KEY-STU-ID          000845
042350                 " waitlisted at position "                       000846
042400                 OFFR-WAIT-CNT OF OFFERING-MASTER-RECORD "."      000847
042450             IF WS-OVERRIDE                                       000848
042500                 PERFORM 3400-LOG-OVERRIDE                        000849
042550             END-IF                                               000850
042600     END-WRITE.                                                   000851
042650     REWRITE OFFERING-MASTER-RECORD                               000852
042700         INVALID KEY                                              000853
042750             DISPLAY "Unable to update the offering waitlist."    000854
042800     END-REWRITE.                                                 000855
042850* Drop an existing registration by its full key, freeing its      000856
042900* seat for the first student waiting. A student with no           000857
042950* registration who is on the waitlist is taken off it instead     000858
043000 5000-DROP-ENROLLMENT.                                            000859
043050     PERFORM 0800-GET-ENROLLMENT-KEY.                             000860
043100     MOVE WS-KEY-STU-ID                                           000861
043150         TO ENRL-STU-ID OF ENROLLMENT-MASTER-RECORD.              000862
043200     MOVE WS-KEY-TERM                                             000863
043250         TO ENRL-TERM OF ENROLLMENT-MASTER-RECORD.                000864
043300     MOVE WS-KEY-COURSE                                           000865
043350         TO ENRL-COURSE OF ENROLLMENT-MASTER-RECORD.              000866
043400     READ ENROLLMENT-MASTER                                       000867
043450         INVALID KEY                                              000868
043500             PERFORM 5300-CANCEL-WAITLIST-ENTRY                   000869
043550         NOT INVALID KEY                                          000870
043600             DELETE ENROLLMENT-MASTER                             000871
043650                 INVALID KEY                                      000872
043700                     DISPLAY "Unable to drop the registration."   000873
043750                 NOT INVALID KEY                                  000874
043800                     DISPLAY "Registration dropped."              000875
043850                     PERFORM 5100-RELEASE-SEAT                    000876
043900             END-DELETE                                           000877
043950     END-READ.                                                    000878
044000* Give the dropped seat back to the offering and fill it from     000879
044050* the waitlist                                                    000880
044100 5100-RELEASE-SEAT.                                               000881
044150     PERFORM 3500-READ-OFFERING.                                  000882
044200     IF WS-OFFR-FOUND                                             000883
044250         IF OFFR-CUR-COUNT OF OFFERING-MASTER-RECORD > ZERO       000884
044300             SUBTRACT 1                                           000885
044350                 FROM OFFR-CUR-COUNT OF OFFERING-MASTER-RECORD    000886
044400         END-IF                                                   000887
044450         PERFORM 5200-PROMOTE-FROM-WAITLIST                       000888
044500         REWRITE OFFERING-MASTER-RECORD                           000889
044550             INVALID KEY                                          000890
044600                 DISPLAY "Unable to update the offering seat"     000891
044650                     " count."                                    000892
044700         END-REWRITE                                              000893
044750     END-IF.                                                      000894
044800* Walk the offering's waitlist in arrival order, promoting the    000895
044850* students still waiting while seats are free                     000896
044900 5200-PROMOTE-FROM-WAITLIST.                                      000897
044950     MOVE "N" TO WS-WAIT-EOF-SW.                                  000898
045000     MOVE WS-KEY-TERM TO WAIT-TERM OF WAITLIST-RECORD.            000899
045050     MOVE WS-KEY-COURSE TO WAIT-COURSE OF WAITLIST-RECORD.        000900
045100     MOVE ZERO TO WAIT-SEQ OF WAITLIST-RECORD.                    000901
045150     START WAITLIST                                               000902
045200         KEY >= WAIT-KEY OF WAITLIST-RECORD                       000903
045250         INVALID KEY                                              000904
045300             SET WS-WAIT-EOF TO TRUE                              000905
045350     END-START.                                                   000906
045400     PERFORM UNTIL WS-WAIT-EOF OR                                 000907
045450             OFFR-CUR-COUNT OF OFFERING-MASTER-RECORD >=          000908
045500             OFFR-MAX-SEATS OF OFFERING-MASTER-RECORD             000909
045550         READ WAITLIST NEXT RECORD                                000910
045600             AT END                                               000911
045650                 SET WS-WAIT-EOF TO TRUE                          000912
045700             NOT AT END                                           000913
045750                 IF WAIT-TERM OF WAITLIST-RECORD                  000914
045800                         NOT = WS-KEY-TERM OR                     000915
045850                         WAIT-COURSE OF WAITLIST-RECORD           000916
045900                         NOT = WS-KEY-COURSE                      000917
045950                     SET WS-WAIT-EOF TO TRUE                      000918
046000                 ELSE                                             000919
046050                     IF WAIT-STATUS OF WAITLIST-RECORD = "W"      000920
046100                         MOVE WAIT-STU-ID OF WAITLIST-RECORD      000921
046150                             TO WS-HOLD-STU-ID                    000922
046200                         PERFORM 0870-CHECK-ACTIVE-HOLD           000923
046250                         IF WS-STU-HELD                           000924
046300                             DISPLAY "Student " WS-HOLD-STU-ID    000925
046350                                 " skipped - active hold."        000926
046400                         ELSE                                     000927
046450                             PERFORM 5250-PROMOTE-ONE-STUDENT     000928
046500                         END-IF                                   000929
046550                     END-IF                                       000930
046600                 END-IF                                           000931
046650         END-READ                                                 000932
046700     END-PERFORM.                                                 000933
046750* Register the waiting student into the freed seat and mark the   000934
046800* waitlist row promoted for the nightly waitlist report. A        000935
046850* student who has since registered another way is just taken      000936
046900* off the list                                                    000937
046950 5250-PROMOTE-ONE-STUDENT.                                        000938
047000     MOVE WAIT-STU-ID OF WAITLIST-RECORD                          000939
047050         TO ENRL-STU-ID OF ENROLLMENT-MASTER-RECORD.              000940
047100     MOVE WS-KEY-TERM                                             000941
047150         TO ENRL-TERM OF ENROLLMENT-MASTER-RECORD.                000942
047200     MOVE WS-KEY-COURSE                                           000943
047250         TO ENRL-COURSE OF ENROLLMENT-MASTER-RECORD.              000944
047300     WRITE ENROLLMENT-MASTER-RECORD                               000945
047350         INVALID KEY                                              000946
047400             MOVE "C" TO WAIT-STATUS OF WAITLIST-RECORD           000947
047450         NOT INVALID KEY                                          000948
047500             MOVE "P" TO WAIT-STATUS OF WAITLIST-RECORD           000949
047550             MOVE FUNCTION CURRENT-DATE (1:14)                    000950
047600                 TO WAIT-PROMOTED-TS OF WAITLIST-RECORD           000951
047650             MOVE "N" TO WAIT-REPORTED OF WAITLIST-RECORD         000952
047700             ADD 1 TO OFFR-CUR-COUNT OF OFFERING-MASTER-RECORD    000953
047750             DISPLAY "Student " WAIT-STU-ID OF WAITLIST-RECORD    000954
047800                 " promoted from the waitlist into "              000955
047850                 WS-KEY-COURSE "."                                000956
047900     END-WRITE.                                                   000957
047950     IF OFFR-WAIT-CNT OF OFFERING-MASTER-RECORD > ZERO            000958
048000         SUBTRACT 1 FROM OFFR-WAIT-CNT OF OFFERING-MASTER-RECORD  000959
048050     END-IF.                                                      000960
048100     REWRITE WAITLIST-RECORD                                      000961
048150         INVALID KEY                                              000962
048200             DISPLAY "Unable to update the waitlist entry."       000963
048250     END-REWRITE.                                                 000964
048300* No registration to drop - take the student off the offering's   000965
048350* waitlist when waiting on it                                     000966
048400 5300-CANCEL-WAITLIST-ENTRY.                                      000967
048450     PERFORM 3650-FIND-WAITLIST-ENTRY.                            000968
048500     IF WS-ON-WAIT                                                000969
048550         MOVE "C" TO WAIT-STATUS OF WAITLIST-RECORD               000970
048600         REWRITE WAITLIST-RECORD                                  000971
048650             INVALID KEY                                          000972
048700                 DISPLAY "Unable to update the waitlist entry."   000973
048750         END-REWRITE                                              000974
048800         PERFORM 3500-READ-OFFERING                               000975
048850         IF WS-OFFR-FOUND AND                                     000976
048900                 OFFR-WAIT-CNT OF OFFERING-MASTER-RECORD > ZERO   000977
048950             SUBTRACT 1                                           000978
049000                 FROM OFFR-WAIT-CNT OF OFFERING-MASTER-RECORD     000979
049050             REWRITE OFFERING-MASTER-RECORD                       000980
049100                 INVALID KEY                                      000981
049150                     DISPLAY "Unable to update the offering"      000982
049200                         " waitlist."                             000983
049250             END-REWRITE                                          000984
049300         END-IF                                                   000985
049350         DISPLAY "Waitlist entry cancelled for "                  000986
049400             WS-KEY-STU-ID " / " WS-KEY-TERM " / "                000987
049450             WS-KEY-COURSE "."                                    000988
049500     ELSE                                                         000989
049550         DISPLAY "No registration on file for "                   000990
049600             WS-KEY-STU-ID " / " WS-KEY-TERM " / "                000991
049650             WS-KEY-COURSE "."                                    000992
049700     END-IF.                                                      000993
