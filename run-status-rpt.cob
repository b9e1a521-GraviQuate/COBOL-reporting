000300* when each step started, when it completed, which steps the      000005
000350* processing calendar skipped, and which started but never        000006
000400* finished, so a failed window can be resubmitted without         000007
000450* anyone reading raw control records. Each ended step shows       000008
000500* the return code and reason it recorded - a warning (RC 4)       000009
000550* let the stream carry on, a failure (RC 8 or more) stopped       000010
000600* it - with the severity-table explanation under any step         000011
000650* that did not end clean                                          000012
000700 ENVIRONMENT DIVISION.                                            000013
000750 INPUT-OUTPUT SECTION.                                            000014
000800 FILE-CONTROL.                                                    000015
000850     SELECT OPTIONAL RUN-CONTROL-IN ASSIGN TO "RUNCTL"            000016
000900         ORGANIZATION IS LINE SEQUENTIAL.                         000017
000950* Printed run-status summary                                      000018
001000     SELECT STATUS-REPORT ASSIGN TO "RUNSTRPT"                    000019
001050         ORGANIZATION IS LINE SEQUENTIAL.                         000020
001100 DATA DIVISION.                                                   000021
001150 FILE SECTION.                                                    000022
001200 FD  RUN-CONTROL-IN.                                              000023
001250 01  RUN-CONTROL-IN-REC.                                          000024
001300     COPY RUNCTLREC.                                              000025
001350 FD  STATUS-REPORT.                                               000026
001400 01  STATUS-REPORT-LINE  PIC X(80).                               000027
001450 WORKING-STORAGE SECTION.                                         000028
001500 01  WS-EOF-SW         PIC X VALUE "N".                           000029
001550     88  WS-AT-EOF     VALUE "Y".                                 000030
001600 01  WS-RUN-DATE-CTL   PIC 9(8).                                  000031
001650* One entry per step seen for tonight's run, holding the          000032
001700* started and completed timestamps posted so far                  000033
001750 78  WS-MAX-STEPS      VALUE 30.                                  000034
001800 01  WS-STEP-CNT       PIC 99 VALUE ZERO.                         000035
001850 01  WS-STEP-TABLE.                                               000036
001900     05  STEP-ENTRY OCCURS 0 TO WS-MAX-STEPS TIMES                000037
001950             DEPENDING ON WS-STEP-CNT.                            000038
002000         10  STEP-NAME       PIC X(8).                            000039
002050         10  STEP-START-TS   PIC 9(14).                           000040
002100         10  STEP-END-TS     PIC 9(14).                           000041
002150         10  STEP-SKIP-SW    PIC X.                               000042
002200         10  STEP-FAIL-SW    PIC X.                               000043
002250         10  STEP-RC         PIC 99.                              000044
002300         10  STEP-REASON     PIC X(8).                            000045
002350 01  WS-STEP-IDX       PIC 99.                                    000046
002400 01  WS-HIT-IDX        PIC 99.                                    000047
002450 01  WS-DONE-CNT       PIC 99 VALUE ZERO.                         000048
002500 01  WS-OPEN-CNT       PIC 99 VALUE ZERO.                         000049
002550 01  WS-SKIP-CNT       PIC 99 VALUE ZERO.                         000050
002600 01  WS-WARN-CNT       PIC 99 VALUE ZERO.                         000051
002650 01  WS-FAIL-CNT       PIC 99 VALUE ZERO.                         000052
002700     COPY RCSEVTAB.                                               000053
002750* Report heading, detail and footer lines                         000054
002800 01  WS-HDG-1.                                                    000055
002850     05  FILLER        PIC X(30)                                  000056
002900             VALUE "BATCH-WINDOW STEP STATUS FOR".                000057
002950     05  HDG-RUN-DATE  PIC 9(8).                                  000058
003000 01  WS-HDG-2.                                                    000059
003050     05  FILLER        PIC X(10) VALUE "STEP".                    000060
003100     05  FILLER        PIC X(16) VALUE "STARTED".                 000061
003150     05  FILLER        PIC X(16) VALUE "COMPLETED".               000062
003200     05  FILLER        PIC X(15) VALUE "STATUS".                  000063
003250     05  FILLER        PIC X(4)  VALUE "RC".                      000064
003300     05  FILLER        PIC X(8)  VALUE "REASON".                  000065
003350 01  WS-DETAIL-LINE.                                              000066
003400     05  DTL-STEP      PIC X(8).                                  000067
003450     05  FILLER        PIC X(2) VALUE SPACES.                     000068
003500     05  DTL-START-TS  PIC 9(14).                                 000069
003550     05  FILLER        PIC X(2) VALUE SPACES.                     000070
003600     05  DTL-END-TS    PIC X(14).                                 000071
003650     05  FILLER        PIC X(2) VALUE SPACES.                     000072
003700     05  DTL-STATUS    PIC X(13).                                 000073
003750     05  FILLER        PIC X(2) VALUE SPACES.                     000074
003800     05  DTL-RC        PIC X(2).                                  000075
003850     05  FILLER        PIC X(2) VALUE SPACES.                     000076
003900     05  DTL-REASON    PIC X(8).                                  000077
003950* Explanation printed under a step that did not end clean         000078
004000 01  WS-REASON-LINE.                                              000079
004050     05  FILLER        PIC X(10) VALUE SPACES.                    000080
004100     05  FILLER        PIC X(8)  VALUE "REASON:".                 000081
004150     05  RSN-TEXT      PIC X(32).                                 000082
004200 01  WS-FOOTER-1.                                                 000083
004250     05  FILLER        PIC X(22) VALUE "STEPS COMPLETED:".        000084
004300     05  FTR-DONE-CNT  PIC ZZZZ9.                                 000085
004350 01  WS-FOOTER-2.                                                 000086
004400     05  FILLER        PIC X(22) VALUE "STEPS NOT COMPLETED:".    000087
004450     05  FTR-OPEN-CNT  PIC ZZZZ9.                                 000088
004500 01  WS-FOOTER-3.                                                 000089
004550     05  FILLER        PIC X(22) VALUE "STEPS SKIPPED:".          000090
004600     05  FTR-SKIP-CNT  PIC ZZZZ9.                                 000091
004650 01  WS-FOOTER-4.                                                 000092
004700     05  FILLER        PIC X(22) VALUE "STEPS WITH WARNINGS:".    000093
004750     05  FTR-WARN-CNT  PIC ZZZZ9.                                 000094
004800 01  WS-FOOTER-5.                                                 000095
004850     05  FILLER        PIC X(22) VALUE "STEPS FAILED:".           000096
004900     05  FTR-FAIL-CNT  PIC ZZZZ9.                                 000097
004950 PROCEDURE DIVISION.                                              000098
005000 0000-MAIN.                                                       000099
005050     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-CTL.         000100
005100     OPEN INPUT RUN-CONTROL-IN.                                   000101
005150     PERFORM UNTIL WS-AT-EOF                                      000102
005200         READ RUN-CONTROL-IN                                      000103
005250             AT END                                               000104
005300                 SET WS-AT-EOF TO TRUE                            000105
005350             NOT AT END                                           000106
005400                 IF RC-RUN-DATE = WS-RUN-DATE-CTL                 000107
005450                     PERFORM 2000-POST-TO-STEP-TABLE              000108
005500                 END-IF                                           000109
005550         END-READ                                                 000110
005600     END-PERFORM.                                                 000111
005650     CLOSE RUN-CONTROL-IN.                                        000112
005700     PERFORM 3000-PRINT-STEP-STATUS.                              000113
005750     STOP RUN.                                                    000114
005800* Fold one control record into its step's table entry             000115
005850 2000-POST-TO-STEP-TABLE.                                         000116
005900     MOVE ZERO TO WS-HIT-IDX.                                     000117
005950     PERFORM VARYING WS-STEP-IDX FROM 1 BY 1                      000118
006000             UNTIL WS-STEP-IDX > WS-STEP-CNT                      000119
006050         IF STEP-NAME (WS-STEP-IDX) = RC-STEP-NAME                000120
006100             MOVE WS-STEP-IDX TO WS-HIT-IDX                       000121
006150             EXIT PERFORM                                         000122
006200         END-IF                                                   000123
006250     END-PERFORM.                                                 000124
006300     IF WS-HIT-IDX = ZERO AND WS-STEP-CNT < WS-MAX-STEPS          000125
006350         ADD 1 TO WS-STEP-CNT                                     000126
006400         MOVE WS-STEP-CNT TO WS-HIT-IDX                           000127
006450         MOVE RC-STEP-NAME TO STEP-NAME (WS-HIT-IDX)              000128
006500         MOVE ZERO TO STEP-START-TS (WS-HIT-IDX)                  000129
006550         MOVE ZERO TO STEP-END-TS (WS-HIT-IDX)                    000130
006600         MOVE "N" TO STEP-SKIP-SW (WS-HIT-IDX)                    000131
006650         MOVE "N" TO STEP-FAIL-SW (WS-HIT-IDX)                    000132
006700         MOVE ZERO TO STEP-RC (WS-HIT-IDX)                        000133
006750         MOVE SPACES TO STEP-REASON (WS-HIT-IDX)                  000134
006800     END-IF.                                                      000135
006850     IF WS-HIT-IDX > ZERO                                         000136
006900         EVALUATE RC-STATUS                                       000137
006950             WHEN "S"                                             000138
007000                 MOVE RC-TIMESTAMP                                000139
007050                     TO STEP-START-TS (WS-HIT-IDX)                000140
007100                 MOVE ZERO TO STEP-END-TS (WS-HIT-IDX)            000141
007150                 MOVE "N" TO STEP-FAIL-SW (WS-HIT-IDX)            000142
007200             WHEN "C"                                             000143
007250                 MOVE RC-TIMESTAMP                                000144
007300                     TO STEP-END-TS (WS-HIT-IDX)                  000145
007350                 MOVE "N" TO STEP-FAIL-SW (WS-HIT-IDX)            000146
007400                 PERFORM 2100-POST-RETURN-CODE                    000147
007450             WHEN "F"                                             000148
007500                 MOVE RC-TIMESTAMP                                000149
007550                     TO STEP-END-TS (WS-HIT-IDX)                  000150
007600                 MOVE "Y" TO STEP-FAIL-SW (WS-HIT-IDX)            000151
007650                 PERFORM 2100-POST-RETURN-CODE                    000152
007700             WHEN "K"                                             000153
007750                 MOVE RC-TIMESTAMP                                000154
007800                     TO STEP-END-TS (WS-HIT-IDX)                  000155
007850                 MOVE "Y" TO STEP-SKIP-SW (WS-HIT-IDX)            000156
007900                 PERFORM 2100-POST-RETURN-CODE                    000157
007950             WHEN OTHER                                           000158
008000                 CONTINUE                                         000159
008050         END-EVALUATE                                             000160
008100     END-IF.                                                      000161
008150* Keep the return code and reason an ending record carries -      000162
008200* a control record with no code on it counts as a clean end       000163
008250 2100-POST-RETURN-CODE.                                           000164
008300     IF RC-RETURN-CODE IS NUMERIC                                 000165
008350         MOVE RC-RETURN-CODE TO STEP-RC (WS-HIT-IDX)              000166
008400         MOVE RC-REASON TO STEP-REASON (WS-HIT-IDX)               000167
008450     ELSE                                                         000168
008500         MOVE ZERO TO STEP-RC (WS-HIT-IDX)                        000169
008550         MOVE SPACES TO STEP-REASON (WS-HIT-IDX)                  000170
008600     END-IF.                                                      000171
008650* Print one line per step with its start/completion times         000172
008700 3000-PRINT-STEP-STATUS.                                          000173
008750     OPEN OUTPUT STATUS-REPORT.                                   000174
008800     MOVE WS-RUN-DATE-CTL TO HDG-RUN-DATE.                        000175
008850     WRITE STATUS-REPORT-LINE FROM WS-HDG-1.                      000176
008900     WRITE STATUS-REPORT-LINE FROM SPACES.                        000177
008950     WRITE STATUS-REPORT-LINE FROM WS-HDG-2.                      000178
009000     WRITE STATUS-REPORT-LINE FROM SPACES.                        000179
009050     PERFORM VARYING WS-STEP-IDX FROM 1 BY 1                      000180
009100             UNTIL WS-STEP-IDX > WS-STEP-CNT                      000181
009150         MOVE STEP-NAME (WS-STEP-IDX)     TO DTL-STEP             000182
009200         MOVE STEP-START-TS (WS-STEP-IDX) TO DTL-START-TS         000183
009250         MOVE SPACES TO DTL-RC                                    000184
009300         MOVE STEP-REASON (WS-STEP-IDX) TO DTL-REASON             000185
009350         EVALUATE TRUE                                            000186
009400             WHEN STEP-SKIP-SW (WS-STEP-IDX) = "Y"                000187
009450                 MOVE STEP-END-TS (WS-STEP-IDX)                   000188
009500                     TO DTL-END-TS                                000189
009550                 MOVE "SKIPPED" TO DTL-STATUS                     000190
009600                 MOVE STEP-RC (WS-STEP-IDX) TO DTL-RC             000191
009650                 ADD 1 TO WS-SKIP-CNT                             000192
009700             WHEN STEP-FAIL-SW (WS-STEP-IDX) = "Y"                000193
009750                 MOVE STEP-END-TS (WS-STEP-IDX)                   000194
009800                     TO DTL-END-TS                                000195
009850                 MOVE "FAILED" TO DTL-STATUS                      000196
009900                 MOVE STEP-RC (WS-STEP-IDX) TO DTL-RC             000197
009950                 ADD 1 TO WS-FAIL-CNT                             000198
010000             WHEN STEP-END-TS (WS-STEP-IDX) > ZERO                000199
010050                 MOVE STEP-END-TS (WS-STEP-IDX)                   000200
010100                     TO DTL-END-TS                                000201
010150                 IF STEP-RC (WS-STEP-IDX) > ZERO                  000202
010200                     MOVE "WARNING" TO DTL-STATUS                 000203
010250                     ADD 1 TO WS-WARN-CNT                         000204
010300                 ELSE                                             000205
010350                     MOVE "COMPLETED" TO DTL-STATUS               000206
010400                 END-IF                                           000207
010450                 MOVE STEP-RC (WS-STEP-IDX) TO DTL-RC             000208
010500                 ADD 1 TO WS-DONE-CNT                             000209
010550             WHEN OTHER                                           000210
010600                 MOVE SPACES TO DTL-END-TS                        000211
010650                 MOVE "NOT COMPLETED" TO DTL-STATUS               000212
010700                 MOVE SPACES TO DTL-REASON                        000213
010750                 ADD 1 TO WS-OPEN-CNT                             000214
010800         END-EVALUATE                                             000215
010850         WRITE STATUS-REPORT-LINE FROM WS-DETAIL-LINE             000216
010900         IF DTL-RC NOT = SPACES AND STEP-RC (WS-STEP-IDX) > ZERO  000217
010950             PERFORM 3100-PRINT-REASON-TEXT                       000218
011000         END-IF                                                   000219
011050     END-PERFORM.                                                 000220
011100     MOVE WS-DONE-CNT TO FTR-DONE-CNT.                            000221
011150     MOVE WS-OPEN-CNT TO FTR-OPEN-CNT.                            000222
011200     WRITE STATUS-REPORT-LINE FROM SPACES.                        000223
011250     WRITE STATUS-REPORT-LINE FROM WS-FOOTER-1.                   000224
011300     WRITE STATUS-REPORT-LINE FROM WS-FOOTER-2.                   000225
011350     MOVE WS-SKIP-CNT TO FTR-SKIP-CNT.                            000226
011400     WRITE STATUS-REPORT-LINE FROM WS-FOOTER-3.                   000227
011450     MOVE WS-WARN-CNT TO FTR-WARN-CNT.                            000228
011500     WRITE STATUS-REPORT-LINE FROM WS-FOOTER-4.                   000229
011550     MOVE WS-FAIL-CNT TO FTR-FAIL-CNT.                            000230
011600     WRITE STATUS-REPORT-LINE FROM WS-FOOTER-5.                   000231
011650     CLOSE STATUS-REPORT.                                         000232
011700* Explain a non-zero return code from the severity table          000233
011750 3100-PRINT-REASON-TEXT.                                          000234
011800     MOVE "REASON NOT IN SEVERITY TABLE" TO RSN-TEXT.             000235
011850     PERFORM VARYING WS-SEV-IDX FROM 1 BY 1                       000236
011900             UNTIL WS-SEV-IDX > WS-SEV-MAX                        000237
011950         IF SEV-REASON (WS-SEV-IDX) = STEP-REASON (WS-STEP-IDX)   000238
012000             MOVE SEV-TEXT (WS-SEV-IDX) TO RSN-TEXT               000239
012050         END-IF                                                   000240
012100     END-PERFORM.                                                 000241
012150     WRITE STATUS-REPORT-LINE FROM WS-REASON-LINE.                000242
