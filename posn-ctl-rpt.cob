000100 IDENTIFICATION DIVISION.                                         000001
000150 PROGRAM-ID. POSN-CTL-RPT.                                        000002
000200* Monthly position-control report - for every department on       000003
000250* DEPARTMENT-MASTER, the authorized headcount against the         000004
000300* filled headcount (employees not terminated) and the annual      000005
000350* salary budget against the EMP-SALARY total of those same        000006
000400* employees, each with its variance. A negative variance is       000007
000450* over the limit and the line is flagged OVER. A department       000008
000500* with no limit set shows its filled figures with the limit       000009
000550* and variance left blank. Employees whose department is not      000010
000600* on the master are counted in the footer                         000011
000650 ENVIRONMENT DIVISION.                                            000012
000700 INPUT-OUTPUT SECTION.                                            000013
000750 FILE-CONTROL.                                                    000014
000800     SELECT DEPARTMENT-MASTER ASSIGN TO "DEPTMAST"                000015
000850         ORGANIZATION IS INDEXED                                  000016
000900         ACCESS MODE IS SEQUENTIAL                                000017
000950         RECORD KEY IS DEPT-CODE OF DEPARTMENT-MASTER-RECORD.     000018
001000     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"                   000019
001050         ORGANIZATION IS INDEXED                                  000020
001100         ACCESS MODE IS SEQUENTIAL                                000021
001150         RECORD KEY IS EMP-ID OF EMPLOYEE-MASTER-RECORD.          000022
001200* Printed position-control report                                 000023
001250     SELECT POSITION-REPORT ASSIGN TO "POSNRPT"                   000024
001300         ORGANIZATION IS LINE SEQUENTIAL.                         000025
001350* Run-level control-total log - every batch program appends its   000026
001400* records-read/written counts here for nightly reconciliation     000027
001450     SELECT RUN-LOG ASSIGN TO "RUNLOG"                            000028
001500         ORGANIZATION IS LINE SEQUENTIAL                          000029
001550         FILE STATUS IS WS-RUNLOG-STATUS.                         000030
001600 DATA DIVISION.                                                   000031
001650 FILE SECTION.                                                    000032
001700 FD  DEPARTMENT-MASTER.                                           000033
001750 01  DEPARTMENT-MASTER-RECORD.                                    000034
001800     COPY DEPTREC.                                                000035
001850 FD  EMPLOYEE-MASTER.                                             000036
001900 01  EMPLOYEE-MASTER-RECORD.                                      000037
001950     COPY EMPREC.                                                 000038
002000 FD  POSITION-REPORT.                                             000039
002050 01  POSITION-REPORT-LINE  PIC X(80).                             000040
002100 FD  RUN-LOG.                                                     000041
002150 01  RUN-LOG-RECORD.                                              000042
002200     COPY RUNLOGREC.                                              000043
002250 WORKING-STORAGE SECTION.                                         000044
002300 01  WS-RUNLOG-STATUS  PIC XX.                                    000045
002350 01  WS-EOF-SW         PIC X VALUE "N".                           000046
002400     88  WS-AT-EOF     VALUE "Y".                                 000047
002450 01  WS-DEPT-EOF-SW    PIC X VALUE "N".                           000048
002500     88  WS-DEPT-EOF   VALUE "Y".                                 000049
002550 01  WS-READ-CNT       PIC 9(7) VALUE ZERO.                       000050
002600 01  WS-PRINTED-CNT    PIC 9(5) VALUE ZERO.                       000051
002650 01  WS-OVER-CNT       PIC 9(5) VALUE ZERO.                       000052
002700 01  WS-NO-DEPT-CNT    PIC 9(5) VALUE ZERO.                       000053
002750* Every department on the master with its limits and the          000054
002800* headcount and salary filled against them                        000055
002850 78  WS-MAX-DEPTS      VALUE 999.                                 000056
002900 01  WS-DEPT-CNT       PIC 9(3) VALUE ZERO.                       000057
002950 01  WS-POSN-TABLE.                                               000058
003000     05  PSN-ENTRY OCCURS 0 TO WS-MAX-DEPTS TIMES                 000059
003050             DEPENDING ON WS-DEPT-CNT.                            000060
003100         10  PSN-DEPT        PIC X(3).                            000061
003150         10  PSN-NAME        PIC X(20).                           000062
003200         10  PSN-AUTH        PIC 9(5).                            000063
003250         10  PSN-BUDGET      PIC 9(9)V99.                         000064
003300         10  PSN-FILLED      PIC 9(5).                            000065
003350         10  PSN-ACTUAL      PIC 9(11)V99.                        000066
003400 01  WS-DEPT-IDX       PIC 9(3).                                  000067
003450 01  WS-HIT-IDX        PIC 9(3).                                  000068
003500 01  WS-HC-VAR         PIC S9(5).                                 000069
003550 01  WS-PAY-VAR        PIC S9(11)V99.                             000070
003600 01  WS-OVER-SW        PIC X.                                     000071
003650     88  WS-OVER       VALUE "Y".                                 000072
003700* Report totals across all departments                            000073
003750 01  WS-TOT-AUTH       PIC 9(7) VALUE ZERO.                       000074
003800 01  WS-TOT-FILLED     PIC 9(7) VALUE ZERO.                       000075
003850 01  WS-TOT-BUDGET     PIC 9(11)V99 VALUE ZERO.                   000076
003900 01  WS-TOT-ACTUAL     PIC 9(11)V99 VALUE ZERO.                   000077
003950* Report heading, detail and footer lines                         000078
004000 01  WS-HDG-1.                                                    000079
004050     05  FILLER        PIC X(40)                                  000080
004100             VALUE "POSITION CONTROL REPORT - RUN DATE".          000081
004150     05  HDG-RUN-DATE  PIC 9(8).                                  000082
004200 01  WS-HDG-2.                                                    000083
004250     05  FILLER        PIC X(19) VALUE SPACES.                    000084
004300     05  FILLER        PIC X(19) VALUE "--- HEADCOUNT ----".      000085
004350     05  FILLER        PIC X(33)                                  000086
004400             VALUE "--------- SALARY BUDGET ---------".           000087
004450 01  WS-HDG-3.                                                    000088
004500     05  FILLER        PIC X(19) VALUE "DEPT NAME".               000089
004550     05  FILLER        PIC X(23) VALUE " AUTH  FILL    VAR".      000090
004600     05  FILLER        PIC X(29)                                  000091
004650             VALUE "BUDGET     ACTUAL    VARIANCE".               000092
004700 01  WS-DETAIL-LINE.                                              000093
004750     05  DTL-DEPT      PIC X(3).                                  000094
004800     05  FILLER        PIC X(2) VALUE SPACES.                     000095
004850     05  DTL-NAME      PIC X(13).                                 000096
004900     05  FILLER        PIC X VALUE SPACE.                         000097
004950     05  DTL-AUTH-X    PIC X(5).                                  000098
005000     05  DTL-AUTH REDEFINES DTL-AUTH-X PIC ZZZZ9.                 000099
005050     05  FILLER        PIC X VALUE SPACE.                         000100
005100     05  DTL-FILLED    PIC ZZZZ9.                                 000101
005150     05  FILLER        PIC X VALUE SPACE.                         000102
005200     05  DTL-HC-VAR-X  PIC X(6).                                  000103
005250     05  DTL-HC-VAR REDEFINES DTL-HC-VAR-X PIC -ZZZZ9.            000104
005300     05  FILLER        PIC X VALUE SPACE.                         000105
005350     05  DTL-BUDGET-X  PIC X(10).                                 000106
005400     05  DTL-BUDGET REDEFINES DTL-BUDGET-X PIC ZZZZZZZZZ9.        000107
005450     05  FILLER        PIC X VALUE SPACE.                         000108
005500     05  DTL-ACTUAL    PIC ZZZZZZZZZ9.                            000109
005550     05  FILLER        PIC X VALUE SPACE.                         000110
005600     05  DTL-PAY-VAR-X PIC X(11).                                 000111
005650     05  DTL-PAY-VAR REDEFINES DTL-PAY-VAR-X PIC -ZZZZZZZZZ9.     000112
005700     05  FILLER        PIC X VALUE SPACE.                         000113
005750     05  DTL-FLAG      PIC X(4).                                  000114
005800 01  WS-TOTAL-LINE.                                               000115
005850     05  FILLER        PIC X(19) VALUE "TOTAL".                   000116
005900     05  TOT-AUTH      PIC ZZZZ9.                                 000117
005950     05  FILLER        PIC X VALUE SPACE.                         000118
006000     05  TOT-FILLED    PIC ZZZZ9.                                 000119
006050     05  FILLER        PIC X(8) VALUE SPACES.                     000120
006100     05  TOT-BUDGET    PIC ZZZZZZZZZ9.                            000121
006150     05  FILLER        PIC X VALUE SPACE.                         000122
006200     05  TOT-ACTUAL    PIC ZZZZZZZZZ9.                            000123
006250 01  WS-FOOTER-1.                                                 000124
006300     05  FILLER        PIC X(30) VALUE "DEPARTMENTS REPORTED:".   000125
006350     05  FTR-DEPTS     PIC ZZZZ9.                                 000126
006400 01  WS-FOOTER-2.                                                 000127
006450     05  FILLER        PIC X(30)                                  000128
006500             VALUE "DEPARTMENTS OVER A LIMIT:".                   000129
006550     05  FTR-OVER      PIC ZZZZ9.                                 000130
006600 01  WS-FOOTER-3.                                                 000131
006650     05  FILLER        PIC X(30)                                  000132
006700             VALUE "EMPLOYEES IN NO DEPARTMENT:".                 000133
006750     05  FTR-NO-DEPT   PIC ZZZZ9.                                 000134
006800 PROCEDURE DIVISION.                                              000135
006850 0000-MAIN.                                                       000136
006900     PERFORM 1000-LOAD-DEPARTMENTS.                               000137
006950     PERFORM 1100-TALLY-EMPLOYEES.                                000138
007000     OPEN OUTPUT POSITION-REPORT.                                 000139
007050     MOVE FUNCTION CURRENT-DATE (1:8) TO HDG-RUN-DATE.            000140
007100     WRITE POSITION-REPORT-LINE FROM WS-HDG-1.                    000141
007150     WRITE POSITION-REPORT-LINE FROM SPACES.                      000142
007200     WRITE POSITION-REPORT-LINE FROM WS-HDG-2.                    000143
007250     WRITE POSITION-REPORT-LINE FROM WS-HDG-3.                    000144
007300     WRITE POSITION-REPORT-LINE FROM SPACES.                      000145
007350     PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1                      000146
007400             UNTIL WS-DEPT-IDX > WS-DEPT-CNT                      000147
007450         PERFORM 2000-PRINT-DEPARTMENT                            000148
007500     END-PERFORM.                                                 000149
007550     MOVE WS-TOT-AUTH TO TOT-AUTH.                                000150
007600     MOVE WS-TOT-FILLED TO TOT-FILLED.                            000151
007650     MOVE WS-TOT-BUDGET TO TOT-BUDGET.                            000152
007700     MOVE WS-TOT-ACTUAL TO TOT-ACTUAL.                            000153
007750     WRITE POSITION-REPORT-LINE FROM SPACES.                      000154
007800     WRITE POSITION-REPORT-LINE FROM WS-TOTAL-LINE.               000155
007850     MOVE WS-DEPT-CNT TO FTR-DEPTS.                               000156
007900     MOVE WS-OVER-CNT TO FTR-OVER.                                000157
007950     MOVE WS-NO-DEPT-CNT TO FTR-NO-DEPT.                          000158
008000     WRITE POSITION-REPORT-LINE FROM SPACES.                      000159
008050     WRITE POSITION-REPORT-LINE FROM WS-FOOTER-1.                 000160
008100     WRITE POSITION-REPORT-LINE FROM WS-FOOTER-2.                 000161
008150     WRITE POSITION-REPORT-LINE FROM WS-FOOTER-3.                 000162
008200     CLOSE POSITION-REPORT.                                       000163
008250     PERFORM 8000-WRITE-RUN-LOG.                                  000164
008300     STOP RUN.                                                    000165
008350* Load every department on the master into the table              000166
008400 1000-LOAD-DEPARTMENTS.                                           000167
008450     OPEN INPUT DEPARTMENT-MASTER.                                000168
008500     PERFORM UNTIL WS-DEPT-EOF                                    000169
008550             OR WS-DEPT-CNT = WS-MAX-DEPTS                        000170
008600         READ DEPARTMENT-MASTER                                   000171
008650             AT END                                               000172
008700                 SET WS-DEPT-EOF TO TRUE                          000173
008750             NOT AT END                                           000174
008800                 ADD 1 TO WS-DEPT-CNT                             000175
008850                 MOVE DEPT-CODE OF DEPARTMENT-MASTER-RECORD       000176
008900                     TO PSN-DEPT (WS-DEPT-CNT)                    000177
008950                 MOVE DEPT-NAME OF DEPARTMENT-MASTER-RECORD       000178
009000                     TO PSN-NAME (WS-DEPT-CNT)                    000179
009050                 MOVE DEPT-AUTH-HEADCOUNT                         000180
009100                     OF DEPARTMENT-MASTER-RECORD                  000181
009150                     TO PSN-AUTH (WS-DEPT-CNT)                    000182
009200                 MOVE DEPT-SALARY-BUDGET                          000183
009250                     OF DEPARTMENT-MASTER-RECORD                  000184
009300                     TO PSN-BUDGET (WS-DEPT-CNT)                  000185
009350                 MOVE ZERO TO PSN-FILLED (WS-DEPT-CNT)            000186
009400                 MOVE ZERO TO PSN-ACTUAL (WS-DEPT-CNT)            000187
009450         END-READ                                                 000188
009500     END-PERFORM.                                                 000189
009550     CLOSE DEPARTMENT-MASTER.                                     000190
009600* One pass over the employee master - every employee not          000191
009650* terminated fills a position in their department                 000192
009700 1100-TALLY-EMPLOYEES.                                            000193
009750     OPEN INPUT EMPLOYEE-MASTER.                                  000194
009800     PERFORM UNTIL WS-AT-EOF                                      000195
009850         READ EMPLOYEE-MASTER                                     000196
009900             AT END                                               000197
009950                 SET WS-AT-EOF TO TRUE                            000198
010000             NOT AT END                                           000199
010050                 ADD 1 TO WS-READ-CNT                             000200
010100                 IF EMP-STATUS OF EMPLOYEE-MASTER-RECORD          000201
010150                         NOT = "T"                                000202
010200                     PERFORM 1200-TALLY-ONE-EMPLOYEE              000203
010250                 END-IF                                           000204
010300         END-READ                                                 000205
010350     END-PERFORM.                                                 000206
010400     CLOSE EMPLOYEE-MASTER.                                       000207
010450 1200-TALLY-ONE-EMPLOYEE.                                         000208
010500     MOVE ZERO TO WS-HIT-IDX.                                     000209
010550     PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1                      000210
010600             UNTIL WS-DEPT-IDX > WS-DEPT-CNT                      000211
010650         IF PSN-DEPT (WS-DEPT-IDX) =                              000212
010700                 EMP-DEPT OF EMPLOYEE-MASTER-RECORD               000213
010750             MOVE WS-DEPT-IDX TO WS-HIT-IDX                       000214
010800             EXIT PERFORM                                         000215
010850         END-IF                                                   000216
010900     END-PERFORM.                                                 000217
010950     IF WS-HIT-IDX = ZERO                                         000218
011000         ADD 1 TO WS-NO-DEPT-CNT                                  000219
011050     ELSE                                                         000220
011100         ADD 1 TO PSN-FILLED (WS-HIT-IDX)                         000221
011150         ADD EMP-SALARY OF EMPLOYEE-MASTER-RECORD                 000222
011200             TO PSN-ACTUAL (WS-HIT-IDX)                           000223
011250     END-IF.                                                      000224
011300* Print one department's line. Variance is the limit less the     000225
011350* filled figure, so a negative one is over the limit; a limit     000226
011400* of zero is not set and its limit and variance print blank       000227
011450 2000-PRINT-DEPARTMENT.                                           000228
011500     MOVE "N" TO WS-OVER-SW.                                      000229
011550     MOVE PSN-DEPT (WS-DEPT-IDX) TO DTL-DEPT.                     000230
011600     MOVE PSN-NAME (WS-DEPT-IDX) TO DTL-NAME.                     000231
011650     MOVE PSN-FILLED (WS-DEPT-IDX) TO DTL-FILLED.                 000232
011700     MOVE PSN-ACTUAL (WS-DEPT-IDX) TO DTL-ACTUAL.                 000233
011750     IF PSN-AUTH (WS-DEPT-IDX) = ZERO                             000234
011800         MOVE SPACES TO DTL-AUTH-X                                000235
011850         MOVE SPACES TO DTL-HC-VAR-X                              000236
011900     ELSE                                                         000237
011950         COMPUTE WS-HC-VAR = PSN-AUTH (WS-DEPT-IDX)               000238
012000             - PSN-FILLED (WS-DEPT-IDX)                           000239
012050         MOVE PSN-AUTH (WS-DEPT-IDX) TO DTL-AUTH                  000240
012100         MOVE WS-HC-VAR TO DTL-HC-VAR                             000241
012150         IF WS-HC-VAR < ZERO                                      000242
012200             SET WS-OVER TO TRUE                                  000243
012250         END-IF                                                   000244
012300     END-IF.                                                      000245
012350     IF PSN-BUDGET (WS-DEPT-IDX) = ZERO                           000246
012400         MOVE SPACES TO DTL-BUDGET-X                              000247
012450         MOVE SPACES TO DTL-PAY-VAR-X                             000248
012500     ELSE                                                         000249
012550         COMPUTE WS-PAY-VAR = PSN-BUDGET (WS-DEPT-IDX)            000250
012600             - PSN-ACTUAL (WS-DEPT-IDX)                           000251
012650         MOVE PSN-BUDGET (WS-DEPT-IDX) TO DTL-BUDGET              000252
012700         MOVE WS-PAY-VAR TO DTL-PAY-VAR                           000253
012750         IF WS-PAY-VAR < ZERO                                     000254
012800             SET WS-OVER TO TRUE                                  000255
012850         END-IF                                                   000256
012900     END-IF.                                                      000257
012950     IF WS-OVER                                                   000258
013000         MOVE "OVER" TO DTL-FLAG                                  000259
013050         ADD 1 TO WS-OVER-CNT                                     000260
013100     ELSE                                                         000261
013150         MOVE SPACES TO DTL-FLAG                                  000262
013200     END-IF.                                                      000263
013250     WRITE POSITION-REPORT-LINE FROM WS-DETAIL-LINE.              000264
013300     ADD 1 TO WS-PRINTED-CNT.                                     000265
013350     ADD PSN-AUTH (WS-DEPT-IDX) TO WS-TOT-AUTH.                   000266
013400     ADD PSN-FILLED (WS-DEPT-IDX) TO WS-TOT-FILLED.               000267
013450     ADD PSN-BUDGET (WS-DEPT-IDX) TO WS-TOT-BUDGET.               000268
013500     ADD PSN-ACTUAL (WS-DEPT-IDX) TO WS-TOT-ACTUAL.               000269
013550* Append this run's records-read/records-written to the shared    000270
013600* run-log for the nightly batch-window reconciliation             000271
013650 8000-WRITE-RUN-LOG.                                              000272
013700     OPEN EXTEND RUN-LOG.                                         000273
013750     IF WS-RUNLOG-STATUS = "35"                                   000274
013800         OPEN OUTPUT RUN-LOG                                      000275
013850     END-IF.                                                      000276
013900     MOVE "POSNRPT" TO RUNLOG-PROGRAM.                            000277
013950     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       000278
014000     MOVE WS-READ-CNT TO RUNLOG-RECORDS-READ.                     000279
014050     MOVE WS-PRINTED-CNT TO RUNLOG-RECORDS-WRITTEN.               000280
014100     WRITE RUN-LOG-RECORD.                                        000281
014150     CLOSE RUN-LOG.                                               000282
