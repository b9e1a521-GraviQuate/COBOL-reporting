000100* RCSEVTAB - shared step return-code severity table               000001
000150* COPYed into WORKING-STORAGE by every nightly step so each one   000002
000200* ends with the shop-standard return code for its reason:         000003
000250*   0  clean, or skipped per the processing calendar              000004
000300*   4  warning - exceptions or rejects listed for review; the     000005
000350*      stream carries on past it                                  000006
000400*   8  data error - the step's output cannot be trusted; the      000007
000450*      stream stops                                               000008
000500*  12+ abend-worthy - backup, lock or file failures               000009
000550* A step sets WS-STEP-REASON and the table supplies the code      000010
000600 01  WS-SEV-TABLE-DATA.                                           000011
000650     05  FILLER PIC X(42) VALUE                                   000012
000700         "CLEAN   00COMPLETED CLEAN                 ".            000013
000750     05  FILLER PIC X(42) VALUE                                   000014
000800         "CALSKIP 00SKIPPED PER PROCESSING CALENDAR ".            000015
000850     05  FILLER PIC X(42) VALUE                                   000016
000900         "EXCEPT  04EXCEPTIONS LISTED FOR REVIEW    ".            000017
000950     05  FILLER PIC X(42) VALUE                                   000018
001000         "REJECTS 04RECORDS REJECTED TO SUSPENSE    ".            000019
001050     05  FILLER PIC X(42) VALUE                                   000020
001100         "DATAERR 08DATA ERROR - INTEGRITY FAILED   ".            000021
001150     05  FILLER PIC X(42) VALUE                                   000022
001200         "BADFEED 08INPUT FEED FAILED CONTROL CHECK ".            000023
001250     05  FILLER PIC X(42) VALUE                                   000024
001300         "BADCARD 08CONTROL CARD INVALID            ".            000025
001350     05  FILLER PIC X(42) VALUE                                   000026
001400         "OUTBAL  08CONTROL TOTALS OUT OF BALANCE   ".            000027
001450     05  FILLER PIC X(42) VALUE                                   000028
001500         "CHAINBRK08AUDIT LOG CHAIN BROKEN          ".            000029
001550     05  FILLER PIC X(42) VALUE                                   000030
001600         "BACKUP  12BACKUP COUNTS DO NOT AGREE      ".            000031
001650     05  FILLER PIC X(42) VALUE                                   000032
001700         "LOCKED  12BATCH WINDOW LOCK CONFLICT      ".            000033
001750     05  FILLER PIC X(42) VALUE                                   000034
001800         "FILEERR 16FILE UNAVAILABLE OR I-O ERROR   ".            000035
001850 01  WS-SEV-TABLE REDEFINES WS-SEV-TABLE-DATA.                    000036
001900     05  WS-SEV-ENTRY OCCURS 12 TIMES.                            000037
001950         10  SEV-REASON    PIC X(8).                              000038
002000         10  SEV-RC        PIC 99.                                000039
002050         10  SEV-TEXT      PIC X(32).                             000040
002100 78  WS-SEV-MAX            VALUE 12.                              000041
002150 01  WS-SEV-IDX            PIC 99.                                000042
002200* This step's reason and the return code it classifies to         000043
002250 01  WS-STEP-REASON        PIC X(8) VALUE SPACES.                 000044
002300 01  WS-STEP-RC            PIC 99 VALUE ZERO.                     000045
