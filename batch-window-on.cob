000100 IDENTIFICATION DIVISION.                                         000001
000150 PROGRAM-ID. BATCH-WINDOW-ON.                                     000002
000200* Opens the nightly batch window - refuses with return code 12    000003
000250* while an EMP-MAINT session is signed on against the employee    000004
000300* master, otherwise sets the shop-wide batch-window flag that     000005
000350* keeps EMP-MAINT out until the window is cleared                 000006
001550 01  WS-MAINT-ACTIVE-SW PIC X VALUE "N".                          000030
001600     88  WS-MAINT-ACTIVE VALUE "Y".                               000031
001650 01  WS-MAINT-USERID    PIC X(8).                                 000032
001700     COPY RCSEVTAB.                                               000033
001750 PROCEDURE DIVISION.                                              000034
001800 0000-MAIN.                                                       000035
001850     OPEN INPUT MAINT-LOCK.                                       000036
001900     READ MAINT-LOCK                                              000037
001950         AT END                                                   000038
002000             CONTINUE                                             000039
002050         NOT AT END                                               000040
002100             IF MNTLOK-FLAG = "Y"                                 000041
002150                 SET WS-MAINT-ACTIVE TO TRUE                      000042
002200                 MOVE MNTLOK-USERID TO WS-MAINT-USERID            000043
002250             END-IF                                               000044
002300     END-READ.                                                    000045
002350     CLOSE MAINT-LOCK.                                            000046
002400     IF WS-MAINT-ACTIVE                                           000047
002450         DISPLAY "Maintenance session signed on by "              000048
002500             WS-MAINT-USERID                                      000049
002550             " - batch window NOT started."                       000050
002600         MOVE "LOCKED" TO WS-STEP-REASON                          000051
002650     ELSE                                                         000052
002700         OPEN OUTPUT BATCH-LOCK                                   000053
002750         MOVE "Y" TO BATLOK-FLAG                                  000054
002800         MOVE FUNCTION CURRENT-DATE (1:14)                        000055
002850             TO BATLOK-TIMESTAMP                                  000056
002900         WRITE BATCH-LOCK-REC                                     000057
002950         CLOSE BATCH-LOCK                                         000058
003000         DISPLAY "Batch window set."                              000059
003050     END-IF.                                                      000060
003100     PERFORM 8960-SET-RETURN-CODE.                                000061
003150     STOP RUN.                                                    000062
003200* Classify this step's reason through the shared severity         000063
003250* table and pass the standard return code back to the job         000064
003300* step. No reason set means a clean run                           000065
003350 8960-SET-RETURN-CODE.                                            000066
003400     IF WS-STEP-REASON = SPACES                                   000067
003450         MOVE "CLEAN" TO WS-STEP-REASON                           000068
003500     END-IF.                                                      000069
003550     MOVE 12 TO WS-STEP-RC.                                       000070
003600     PERFORM VARYING WS-SEV-IDX FROM 1 BY 1                       000071
003650             UNTIL WS-SEV-IDX > WS-SEV-MAX                        000072
003700         IF SEV-REASON (WS-SEV-IDX) = WS-STEP-REASON              000073
003750             MOVE SEV-RC (WS-SEV-IDX) TO WS-STEP-RC               000074
003800         END-IF                                                   000075
003850     END-PERFORM.                                                 000076
003900     MOVE WS-STEP-RC TO RETURN-CODE.                              000077
