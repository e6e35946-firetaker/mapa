000001*================================================================
000002* DL100KCV
000003*
000004* ONE-TIME LOAD OF THE KEYED DL100ACT, DL100LIM, DL100DTL, AND
000005* DL100PRC VSAM FILES FROM THEIR OLD SEQUENTIAL DATASETS.
000006*
000007* THIS PROMOTION TURNS THE FOUR FILES PGMA0001 TOUCHES ON EVERY
000008* PAY1/XFR1 INTO KEYED CLUSTERS SO THE ACCOUNT, LIMIT, DAY-TOTAL,
000009* AND DUPLICATE CHECKS READ ONE RECORD INSTEAD OF THE WHOLE FILE:
000010*
000011*     DL100ACT  KEY DL100-ACT-ACCOUNT-NO
000012*     DL100LIM  KEY DL100-LIM-ACCOUNT-NO
000013*     DL100DTL  KEY DL100-DTL-KEY (DATE, ACCOUNT)
000014*     DL100PRC  KEY DL100-PRC-KEY (DATE, CODE, ACCOUNT,
000015*                                  COUNTERPARTY, AMOUNT, TOKEN)
000016*
000017* NO RECORD LAYOUT CHANGES, SO EACH OLD RECORD IS CARRIED ACROSS
000018* BYTE FOR BYTE.  RUN THIS JOB ONCE AT PROMOTION TIME AGAINST THE
000019* OLD FLAT FILES ON DL100ACO / DL100LIO / DL100DTO / DL100PRO,
000020* WRITING THE NEWLY DEFINED (EMPTY) CLUSTERS.  AN EMPTY INPUT DD
000021* SIMPLY LOADS NOTHING.
000022*
000023* THE FLAT FILES COULD HOLD THE SAME KEY TWICE, AND A KEYED FILE
000024* CANNOT.  EVERY SECOND OCCURRENCE IS LISTED ON SYSOUT AND THE
000025* STEP ENDS WITH RETURN CODE 4 SO IT IS LOOKED AT.  THE ROW KEPT
000026* IS THE ONE THE OLD SEQUENTIAL LOGIC ACTUALLY USED:
000027*     DL100ACT, DL100DTL, DL100PRC - THE FIRST (THE OLD SCANS
000028*                                     STOPPED AT THE FIRST MATCH)
000029*     DL100LIM                     - THE LAST (THE OLD LIMIT SCAN
000030*                                     READ TO THE END, SO THE LAST
000031*                                     ROW FOR AN ACCOUNT WON)
000032*
000033* MAINTENANCE HISTORY
000034* DATE       INIT   DESCRIPTION
000035* ---------- ------ ----------------------------------------------
000036* 2026-10-15 JFM    INITIAL VERSION.
000037*================================================================
000038 Identification Division.
000039 Program-ID. DL100KCV.
000040 Environment Division.
000041 Input-Output Section.
000042 File-Control.
000043     SELECT DL100-ACO-FILE ASSIGN TO DL100ACO
000044         ORGANIZATION IS SEQUENTIAL.
000045     SELECT DL100-ACT-FILE ASSIGN TO DL100ACT
000046         ORGANIZATION IS INDEXED
000047         ACCESS MODE IS RANDOM
000048         RECORD KEY IS DL100-ACT-ACCOUNT-NO.
000049     SELECT DL100-LIO-FILE ASSIGN TO DL100LIO
000050         ORGANIZATION IS SEQUENTIAL.
000051     SELECT DL100-LIM-FILE ASSIGN TO DL100LIM
000052         ORGANIZATION IS INDEXED
000053         ACCESS MODE IS RANDOM
000054         RECORD KEY IS DL100-LIM-ACCOUNT-NO.
000055     SELECT DL100-DTO-FILE ASSIGN TO DL100DTO
000056         ORGANIZATION IS SEQUENTIAL.
000057     SELECT DL100-DTL-FILE ASSIGN TO DL100DTL
000058         ORGANIZATION IS INDEXED
000059         ACCESS MODE IS RANDOM
000060         RECORD KEY IS DL100-DTL-KEY.
000061     SELECT DL100-PRO-FILE ASSIGN TO DL100PRO
000062         ORGANIZATION IS SEQUENTIAL.
000063     SELECT DL100-PRC-FILE ASSIGN TO DL100PRC
000064         ORGANIZATION IS INDEXED
000065         ACCESS MODE IS RANDOM
000066         RECORD KEY IS DL100-PRC-KEY.
000067
000068 Data Division.
000069 File Section.
000070*    THE OLD FLAT FILES HAVE THE SAME LAYOUTS AS THE NEW KEYED
000071*    ONES, SO THEY ARE READ AS PLAIN RECORDS OF THE SAME LENGTH.
000072 FD  DL100-ACO-FILE
000073     RECORDING MODE IS F.
000074 01  DL100-ACO-RECORD              PIC X(42).
000075
000076 FD  DL100-ACT-FILE.
000077     COPY DL100ACT.
000078
000079 FD  DL100-LIO-FILE
000080     RECORDING MODE IS F.
000081 01  DL100-LIO-RECORD              PIC X(32).
000082
000083 FD  DL100-LIM-FILE.
000084     COPY DL100LIM.
000085
000086 FD  DL100-DTO-FILE
000087     RECORDING MODE IS F.
000088 01  DL100-DTO-RECORD              PIC X(31).
000089
000090 FD  DL100-DTL-FILE.
000091     COPY DL100DTL.
000092
000093 FD  DL100-PRO-FILE
000094     RECORDING MODE IS F.
000095 01  DL100-PRO-RECORD              PIC X(93).
000096
000097 FD  DL100-PRC-FILE.
000098     COPY DL100PRC.
000099
000100 Working-Storage Section.
000101
000102 01  WS-SWITCHES.
000103     05  WS-EOF-SW             PIC X(01) VALUE 'N'.
000104         88  WS-EOF                VALUE 'Y'.
000105
000106 01  WS-ACT-LOADED-COUNT       PIC S9(08) COMP VALUE 0.
000107 01  WS-ACT-DUPLICATE-COUNT    PIC S9(08) COMP VALUE 0.
000108 01  WS-LIM-LOADED-COUNT       PIC S9(08) COMP VALUE 0.
000109 01  WS-LIM-DUPLICATE-COUNT    PIC S9(08) COMP VALUE 0.
000110 01  WS-DTL-LOADED-COUNT       PIC S9(08) COMP VALUE 0.
000111 01  WS-DTL-DUPLICATE-COUNT    PIC S9(08) COMP VALUE 0.
000112 01  WS-PRC-LOADED-COUNT       PIC S9(08) COMP VALUE 0.
000113 01  WS-PRC-DUPLICATE-COUNT    PIC S9(08) COMP VALUE 0.
000114
000115 Procedure Division.
000116 0000-MAINLINE.
000117     PERFORM 1000-LOAD-ACCOUNTS
000118         THRU 1000-LOAD-ACCOUNTS-EXIT
000119
000120     PERFORM 2000-LOAD-LIMITS
000121         THRU 2000-LOAD-LIMITS-EXIT
000122
000123     PERFORM 3000-LOAD-DAY-TOTALS
000124         THRU 3000-LOAD-DAY-TOTALS-EXIT
000125
000126     PERFORM 4000-LOAD-PROCESSED
000127         THRU 4000-LOAD-PROCESSED-EXIT
000128
000129     DISPLAY 'DL100KCV ACCOUNT RECORDS LOADED      = '
000130         WS-ACT-LOADED-COUNT
000131     DISPLAY 'DL100KCV ACCOUNT DUPLICATES DROPPED  = '
000132         WS-ACT-DUPLICATE-COUNT
000133     DISPLAY 'DL100KCV LIMIT RECORDS LOADED        = '
000134         WS-LIM-LOADED-COUNT
000135     DISPLAY 'DL100KCV LIMIT DUPLICATES REPLACED   = '
000136         WS-LIM-DUPLICATE-COUNT
000137     DISPLAY 'DL100KCV DAY-TOTAL RECORDS LOADED    = '
000138         WS-DTL-LOADED-COUNT
000139     DISPLAY 'DL100KCV DAY-TOTAL DUPLICATES DROPPED= '
000140         WS-DTL-DUPLICATE-COUNT
000141     DISPLAY 'DL100KCV PROCESSED RECORDS LOADED    = '
000142         WS-PRC-LOADED-COUNT
000143     DISPLAY 'DL100KCV PROCESSED DUPLICATES DROPPED= '
000144         WS-PRC-DUPLICATE-COUNT
000145
000146     IF WS-ACT-DUPLICATE-COUNT > 0
000147        OR WS-LIM-DUPLICATE-COUNT > 0
000148        OR WS-DTL-DUPLICATE-COUNT > 0
000149        OR WS-PRC-DUPLICATE-COUNT > 0
000150         MOVE 4 TO RETURN-CODE
000151     END-IF
000152
000153     GOBACK
000154     .
000155
000156 1000-LOAD-ACCOUNTS.
000157     MOVE 'N' TO WS-EOF-SW
000158
000159     OPEN INPUT DL100-ACO-FILE
000160     OPEN OUTPUT DL100-ACT-FILE
000161
000162     PERFORM 1100-LOAD-ONE-ACCOUNT
000163         THRU 1100-LOAD-ONE-ACCOUNT-EXIT
000164         UNTIL WS-EOF
000165
000166     CLOSE DL100-ACO-FILE
000167     CLOSE DL100-ACT-FILE
000168     .
000169 1000-LOAD-ACCOUNTS-EXIT.
000170     EXIT.
000171
000172 1100-LOAD-ONE-ACCOUNT.
000173     READ DL100-ACO-FILE
000174         AT END
000175             MOVE 'Y' TO WS-EOF-SW
000176             GO TO 1100-LOAD-ONE-ACCOUNT-EXIT
000177     END-READ
000178
000179     MOVE DL100-ACO-RECORD TO DL100-ACT-RECORD
000180
000181     WRITE DL100-ACT-RECORD
000182         INVALID KEY
000183             DISPLAY 'DL100KCV DUPLICATE ACCOUNT '
000184                 DL100-ACT-ACCOUNT-NO ' - FIRST ROW KEPT'
000185             ADD 1 TO WS-ACT-DUPLICATE-COUNT
000186         NOT INVALID KEY
000187             ADD 1 TO WS-ACT-LOADED-COUNT
000188     END-WRITE
000189     .
000190 1100-LOAD-ONE-ACCOUNT-EXIT.
000191     EXIT.
000192
000193 2000-LOAD-LIMITS.
000194*    A LATER ROW FOR THE SAME ACCOUNT REPLACES AN EARLIER ONE, SO
000195*    THE CLUSTER IS CREATED EMPTY AND THEN LOADED OPEN I-O, WHERE
000196*    THE REWRITE IS ALLOWED.
000197     MOVE 'N' TO WS-EOF-SW
000198
000199     OPEN OUTPUT DL100-LIM-FILE
000200     CLOSE DL100-LIM-FILE
000201
000202     OPEN INPUT DL100-LIO-FILE
000203     OPEN I-O DL100-LIM-FILE
000204
000205     PERFORM 2100-LOAD-ONE-LIMIT
000206         THRU 2100-LOAD-ONE-LIMIT-EXIT
000207         UNTIL WS-EOF
000208
000209     CLOSE DL100-LIO-FILE
000210     CLOSE DL100-LIM-FILE
000211     .
000212 2000-LOAD-LIMITS-EXIT.
000213     EXIT.
000214
000215 2100-LOAD-ONE-LIMIT.
000216     READ DL100-LIO-FILE
000217         AT END
000218             MOVE 'Y' TO WS-EOF-SW
000219             GO TO 2100-LOAD-ONE-LIMIT-EXIT
000220     END-READ
000221
000222     MOVE DL100-LIO-RECORD TO DL100-LIM-RECORD
000223
000224     WRITE DL100-LIM-RECORD
000225         INVALID KEY
000226             DISPLAY 'DL100KCV DUPLICATE LIMIT '
000227                 DL100-LIM-ACCOUNT-NO ' - LATER ROW KEPT'
000228             ADD 1 TO WS-LIM-DUPLICATE-COUNT
000229             REWRITE DL100-LIM-RECORD
000230         NOT INVALID KEY
000231             ADD 1 TO WS-LIM-LOADED-COUNT
000232     END-WRITE
000233     .
000234 2100-LOAD-ONE-LIMIT-EXIT.
000235     EXIT.
000236
000237 3000-LOAD-DAY-TOTALS.
000238     MOVE 'N' TO WS-EOF-SW
000239
000240     OPEN INPUT DL100-DTO-FILE
000241     OPEN OUTPUT DL100-DTL-FILE
000242
000243     PERFORM 3100-LOAD-ONE-DAY-TOTAL
000244         THRU 3100-LOAD-ONE-DAY-TOTAL-EXIT
000245         UNTIL WS-EOF
000246
000247     CLOSE DL100-DTO-FILE
000248     CLOSE DL100-DTL-FILE
000249     .
000250 3000-LOAD-DAY-TOTALS-EXIT.
000251     EXIT.
000252
000253 3100-LOAD-ONE-DAY-TOTAL.
000254     READ DL100-DTO-FILE
000255         AT END
000256             MOVE 'Y' TO WS-EOF-SW
000257             GO TO 3100-LOAD-ONE-DAY-TOTAL-EXIT
000258     END-READ
000259
000260     MOVE DL100-DTO-RECORD TO DL100-DTL-RECORD
000261
000262     WRITE DL100-DTL-RECORD
000263         INVALID KEY
000264             DISPLAY 'DL100KCV DUPLICATE DAY TOTAL '
000265                 DL100-DTL-PROC-DATE ' ' DL100-DTL-ACCOUNT-NO
000266                 ' - FIRST ROW KEPT'
000267             ADD 1 TO WS-DTL-DUPLICATE-COUNT
000268         NOT INVALID KEY
000269             ADD 1 TO WS-DTL-LOADED-COUNT
000270     END-WRITE
000271     .
000272 3100-LOAD-ONE-DAY-TOTAL-EXIT.
000273     EXIT.
000274
000275 4000-LOAD-PROCESSED.
000276     MOVE 'N' TO WS-EOF-SW
000277
000278     OPEN INPUT DL100-PRO-FILE
000279     OPEN OUTPUT DL100-PRC-FILE
000280
000281     PERFORM 4100-LOAD-ONE-PROCESSED
000282         THRU 4100-LOAD-ONE-PROCESSED-EXIT
000283         UNTIL WS-EOF
000284
000285     CLOSE DL100-PRO-FILE
000286     CLOSE DL100-PRC-FILE
000287     .
000288 4000-LOAD-PROCESSED-EXIT.
000289     EXIT.
000290
000291 4100-LOAD-ONE-PROCESSED.
000292     READ DL100-PRO-FILE
000293         AT END
000294             MOVE 'Y' TO WS-EOF-SW
000295             GO TO 4100-LOAD-ONE-PROCESSED-EXIT
000296     END-READ
000297
000298     MOVE DL100-PRO-RECORD TO DL100-PRC-RECORD
000299
000300     WRITE DL100-PRC-RECORD
000301         INVALID KEY
000302             DISPLAY 'DL100KCV DUPLICATE PROCESSED TOKEN '
000303                 DL100-PRC-CORR-ID ' - FIRST ROW KEPT'
000304             ADD 1 TO WS-PRC-DUPLICATE-COUNT
000305         NOT INVALID KEY
000306             ADD 1 TO WS-PRC-LOADED-COUNT
000307     END-WRITE
000308     .
000309 4100-LOAD-ONE-PROCESSED-EXIT.
000310     EXIT.
