000014* OPEN, SO EACH RESOLUTION COSTS ONE KEYED READ REGARDLESS OF HOW
000015* LARGE THE TABLE GROWS.
000016*
000017* WHEN THE NAME HANDED BACK WILL NOT LOAD, TESTANTLR352 CALLS BACK
000018* WITH DL100-RTR-LOAD-FAILED SET.  THE FAILURE IS COUNTED ON THE
000019* KEYED DL100LFS STATE DATASET, LOGGED TO DL100LFL, RAISED ON
000020* DL100EXC, AND THE COMPILE-TIME CANDIDATE IS HANDED BACK FOR THE
000021* RETRY.  ONCE AN OVERRIDE HAS FAILED THE DAILY LIMIT NUMBER OF
000022* TIMES ITS BLOCK/BRANCH IS SUSPENDED AND THE OVERRIDE IS IGNORED
000023* UNTIL OPERATIONS CLEARS IT THROUGH DL100LFC.
000024*
000025* MAINTENANCE HISTORY
000026* DATE       INIT   DESCRIPTION
000027* ---------- ------ ----------------------------------------------
000028* 2026-08-09 JFM    INITIAL VERSION.
000029* 2026-08-21 JFM    CONVERTED THE OVERRIDE LOOKUP FROM A FULL
000030*                   SEQUENTIAL PASS OF DL100RTE ON EVERY CALL TO
000031*                   A SINGLE KEYED READ OF THE NEW VSAM DATASET,
000032*                   KEYED ON BLOCK NUMBER PLUS BRANCH CODE.
000033* 2026-08-21 JFM    STAMP THE CALLER'S CORRELATION TOKEN
000034*                   (DL100-RTR-CORR-ID) INTO THE DL100USE USAGE
000035*                   RECORD AND HAND IT ON TO DL100ALR.
000036* 2026-10-15 JFM    ADDED THE LOAD-FAILURE PATH - A
000037*                   DL100-RTR-LOAD-FAILED CALL COUNTS THE FAILURE
000038*                   ON DL100LFS, LOGS IT TO DL100LFL, RAISES A
000039*                   DL100EXC RECORD AND HANDS BACK THE CANDIDATE
000040*                   NAME.  AN OVERRIDE WHOSE MODULE HAS REACHED
000041*                   THE DAILY FAILURE LIMIT IS SUSPENDED AND NO
000042*                   LONGER APPLIED UNTIL CLEARED THROUGH
000043*                   DL100LFC.  THE RESOLUTION LOGIC MOVED FROM
000044*                   0000-MAINLINE TO 1000-RESOLVE-ROUTE.
000045*================================================================
000046 Identification Division.
000047 Program-ID. DL100RTR.
000048 Environment Division.
000049 Input-Output Section.
000050 File-Control.
000051     SELECT DL100-RTE-FILE ASSIGN TO DL100RTE
000052         ORGANIZATION IS INDEXED
000053         ACCESS MODE IS RANDOM
000054         RECORD KEY IS DL100-RTE-KEY.
000055     SELECT DL100-USE-FILE ASSIGN TO DL100USE
000056         ORGANIZATION IS SEQUENTIAL.
000057     SELECT DL100-LFS-FILE ASSIGN TO DL100LFS
000058         ORGANIZATION IS INDEXED
000059         ACCESS MODE IS RANDOM
000060         RECORD KEY IS DL100-LFS-KEY.
000061     SELECT DL100-LFL-FILE ASSIGN TO DL100LFL
000062         ORGANIZATION IS SEQUENTIAL.
000063     SELECT DL100-EXC-FILE ASSIGN TO DL100EXC
000064         ORGANIZATION IS SEQUENTIAL.
000065
000066 Data Division.
000067 File Section.
000068 FD  DL100-RTE-FILE.
000069     COPY DL100RTE.
000070
000071 FD  DL100-USE-FILE
000072     RECORDING MODE IS F.
000073     COPY DL100USE.
000074
000075 FD  DL100-LFS-FILE.
000076     COPY DL100LFS.
000077
000078 FD  DL100-LFL-FILE
000079     RECORDING MODE IS F.
000080     COPY DL100LFL.
000081
000082 FD  DL100-EXC-FILE
000083     RECORDING MODE IS F.
000084     COPY DL100EXC.
000085
000086 Working-Storage Section.
000087
000088 01  WS-SWITCHES.
000089     05  WS-RTE-OPEN-SW        PIC X(01) VALUE 'N'.
000090         88  WS-RTE-OPEN           VALUE 'Y'.
000091     05  WS-LFS-FOUND-SW       PIC X(01) VALUE 'N'.
000092         88  WS-LFS-FOUND          VALUE 'Y'.
000093     05  WS-SUSPENDED-SW       PIC X(01) VALUE 'N'.
000094         88  WS-OVERRIDE-SUSPENDED VALUE 'Y'.
000095
000096 01  WS-DEFAULT-MAX-FAILURES   PIC 9(04) VALUE 3.
000097 01  WS-MAX-FAILURES           PIC 9(04) VALUE ZERO.
000098 01  WS-NOW-TS                 PIC X(26).
000099 01  WS-TODAY                  PIC X(08).
000100 01  WS-FAILED-NAME            PIC X(08).
000101 01  WS-CONSOLE-MSG            PIC X(079).
000102
000103     COPY DL100ALP.
000104
000105 Linkage Section.
000106     COPY DL100RTP.
000107
000108 Procedure Division USING DL100-RTR-PARMS.
000109 0000-MAINLINE.
000110     IF NOT WS-RTE-OPEN
000111         OPEN INPUT DL100-RTE-FILE
000112         OPEN I-O DL100-LFS-FILE
000113         MOVE 'Y' TO WS-RTE-OPEN-SW
000114     END-IF
000115
000116     IF DL100-RTR-LOAD-FAILED
000117         PERFORM 5000-RECORD-LOAD-FAILURE
000118             THRU 5000-RECORD-LOAD-FAILURE-EXIT
000119     ELSE
000120         PERFORM 1000-RESOLVE-ROUTE
000121             THRU 1000-RESOLVE-ROUTE-EXIT
000122     END-IF
000123
000124     SET DL100-RTR-RESOLVE TO TRUE
000125
000126     GOBACK
000127     .
000128
000129 1000-RESOLVE-ROUTE.
000130     MOVE DL100-RTR-CANDIDATE-NAME TO DL100-RTR-EFFECTIVE-NAME
000131
000132     PERFORM 2000-FIND-OVERRIDE
000133         THRU 2000-FIND-OVERRIDE-EXIT
000134
000135     IF DL100-RTR-BRANCH-CODE EQUAL 'OTHER'
000136         PERFORM 3000-ALERT-UNPLANNED
000137             THRU 3000-ALERT-UNPLANNED-EXIT
000138     END-IF
000139
000140     PERFORM 4000-LOG-USAGE
000141         THRU 4000-LOG-USAGE-EXIT
000142     .
000143 1000-RESOLVE-ROUTE-EXIT.
000144     EXIT.
000145
000146 2000-FIND-OVERRIDE.
000147     MOVE DL100-RTR-BLOCK-NO TO DL100-RTE-BLOCK-NO
000148     MOVE DL100-RTR-BRANCH-CODE TO DL100-RTE-BRANCH-CODE
000149
000150     READ DL100-RTE-FILE
000151         INVALID KEY
000152             CONTINUE
000153         NOT INVALID KEY
000154             IF DL100-RTE-OVERRIDE-ON
000155                 PERFORM 2100-CHECK-SUSPENDED
000156                     THRU 2100-CHECK-SUSPENDED-EXIT
000157                 IF NOT WS-OVERRIDE-SUSPENDED
000158                     MOVE DL100-RTE-OVERRIDE-NAME
000159                         TO DL100-RTR-EFFECTIVE-NAME
000160                 END-IF
000161             END-IF
000162     END-READ
000163     .
000164 2000-FIND-OVERRIDE-EXIT.
000165     EXIT.
000166
000167*    AN OVERRIDE IS ONLY SUSPENDED FOR THE MODULE THAT KEPT
000168*    FAILING - AN OVERRIDE REPOINTED ELSEWHERE APPLIES AT ONCE.
000169 2100-CHECK-SUSPENDED.
000170     MOVE 'N' TO WS-SUSPENDED-SW
000171     MOVE DL100-RTR-BLOCK-NO TO DL100-LFS-BLOCK-NO
000172     MOVE DL100-RTR-BRANCH-CODE TO DL100-LFS-BRANCH-CODE
000173
000174     READ DL100-LFS-FILE
000175         INVALID KEY
000176             CONTINUE
000177         NOT INVALID KEY
000178             IF DL100-LFS-SUSPENDED
000179                AND DL100-LFS-SUSPENDED-NAME
000180                    EQUAL DL100-RTE-OVERRIDE-NAME
000181                 MOVE 'Y' TO WS-SUSPENDED-SW
000182             END-IF
000183     END-READ
000184     .
000185 2100-CHECK-SUSPENDED-EXIT.
000186     EXIT.
000187
000188 3000-ALERT-UNPLANNED.
000189     MOVE DL100-RTR-BLOCK-NO TO DL100-ALR-BLOCK-NO
000190     MOVE DL100-RTR-BRANCH-CODE TO DL100-ALR-BRANCH-CODE
000191     MOVE DL100-RTR-CANDIDATE-NAME TO DL100-ALR-CANDIDATE-NAME
000192     MOVE DL100-RTR-CORR-ID TO DL100-ALR-CORR-ID
000193
000194     CALL 'DL100ALR' USING DL100-ALR-PARMS
000195     END-CALL
000196     .
000197 3000-ALERT-UNPLANNED-EXIT.
000198     EXIT.
000199
000200 4000-LOG-USAGE.
000201     MOVE FUNCTION CURRENT-DATE TO DL100-USE-TIMESTAMP
000202     MOVE DL100-RTR-BLOCK-NO TO DL100-USE-BLOCK-NO
000203     MOVE DL100-RTR-BRANCH-CODE TO DL100-USE-BRANCH-CODE
000204     MOVE DL100-RTR-EFFECTIVE-NAME TO DL100-USE-EFFECTIVE-NAME
000205     MOVE DL100-RTR-CORR-ID TO DL100-USE-CORR-ID
000206
000207     OPEN EXTEND DL100-USE-FILE
000208     WRITE DL100-USE-RECORD
000209     CLOSE DL100-USE-FILE
000210     .
000211 4000-LOG-USAGE-EXIT.
000212     EXIT.
000213
000214 5000-RECORD-LOAD-FAILURE.
000215     MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
000216     MOVE WS-NOW-TS (1:8) TO WS-TODAY
000217     MOVE DL100-RTR-EFFECTIVE-NAME TO WS-FAILED-NAME
000218
000219     PERFORM 5100-FIND-FAILURE-LIMIT
000220         THRU 5100-FIND-FAILURE-LIMIT-EXIT
000221
000222     PERFORM 5200-READ-FAILURE-ROW
000223         THRU 5200-READ-FAILURE-ROW-EXIT
000224
000225     IF DL100-LFS-MAX-FAILURES GREATER THAN ZERO
000226         MOVE DL100-LFS-MAX-FAILURES TO WS-MAX-FAILURES
000227     END-IF
000228
000229*    THE COUNT RUNS FOR ONE DAY AND ONE FAILING MODULE.
000230     IF DL100-LFS-FAIL-DATE NOT EQUAL WS-TODAY
000231        OR DL100-LFS-FAILED-NAME NOT EQUAL WS-FAILED-NAME
000232         MOVE WS-TODAY TO DL100-LFS-FAIL-DATE
000233         MOVE WS-FAILED-NAME TO DL100-LFS-FAILED-NAME
000234         MOVE ZERO TO DL100-LFS-FAIL-COUNT
000235     END-IF
000236     ADD 1 TO DL100-LFS-FAIL-COUNT
000237
000238     SET DL100-LFL-LOAD-FAILED TO TRUE
000239
000240*    ONLY AN OVERRIDE CAN BE SUSPENDED - A CANDIDATE THAT WILL NOT
000241*    LOAD HAS NOTHING TO FALL BACK TO.
000242     IF DL100-LFS-FAIL-COUNT NOT LESS THAN WS-MAX-FAILURES
000243        AND WS-FAILED-NAME NOT EQUAL DL100-RTR-CANDIDATE-NAME
000244         IF NOT DL100-LFS-SUSPENDED
000245            OR DL100-LFS-SUSPENDED-NAME NOT EQUAL WS-FAILED-NAME
000246             SET DL100-LFS-SUSPENDED TO TRUE
000247             MOVE WS-FAILED-NAME TO DL100-LFS-SUSPENDED-NAME
000248             MOVE WS-NOW-TS TO DL100-LFS-SUSPENDED-TS
000249             SET DL100-LFL-SUSPENDED TO TRUE
000250         END-IF
000251     END-IF
000252
000253     IF WS-LFS-FOUND
000254         REWRITE DL100-LFS-RECORD
000255             INVALID KEY
000256                 DISPLAY 'DL100RTR DL100LFS REWRITE FAILED BLOCK='
000257                         DL100-RTR-BLOCK-NO ' BRANCH='
000258                         DL100-RTR-BRANCH-CODE
000259         END-REWRITE
000260     ELSE
000261         WRITE DL100-LFS-RECORD
000262             INVALID KEY
000263                 DISPLAY 'DL100RTR DL100LFS WRITE FAILED BLOCK='
000264                         DL100-RTR-BLOCK-NO ' BRANCH='
000265                         DL100-RTR-BRANCH-CODE
000266         END-WRITE
000267     END-IF
000268
000269     PERFORM 5300-LOG-LOAD-FAILURE
000270         THRU 5300-LOG-LOAD-FAILURE-EXIT
000271
000272     PERFORM 5400-RAISE-EXCEPTION
000273         THRU 5400-RAISE-EXCEPTION-EXIT
000274
000275     MOVE DL100-RTR-CANDIDATE-NAME TO DL100-RTR-EFFECTIVE-NAME
000276     .
000277 5000-RECORD-LOAD-FAILURE-EXIT.
000278     EXIT.
000279
000280*    SHOP-WIDE LIMIT FROM THE CONTROL ROW (BLOCK 0, NO BRANCH).
000281 5100-FIND-FAILURE-LIMIT.
000282     MOVE WS-DEFAULT-MAX-FAILURES TO WS-MAX-FAILURES
000283     MOVE ZERO TO DL100-LFS-BLOCK-NO
000284     MOVE SPACES TO DL100-LFS-BRANCH-CODE
000285
000286     READ DL100-LFS-FILE
000287         INVALID KEY
000288             CONTINUE
000289         NOT INVALID KEY
000290             IF DL100-LFS-MAX-FAILURES GREATER THAN ZERO
000291                 MOVE DL100-LFS-MAX-FAILURES TO WS-MAX-FAILURES
000292             END-IF
000293     END-READ
000294     .
000295 5100-FIND-FAILURE-LIMIT-EXIT.
000296     EXIT.
000297
000298 5200-READ-FAILURE-ROW.
000299     MOVE DL100-RTR-BLOCK-NO TO DL100-LFS-BLOCK-NO
000300     MOVE DL100-RTR-BRANCH-CODE TO DL100-LFS-BRANCH-CODE
000301
000302     READ DL100-LFS-FILE
000303         INVALID KEY
000304             MOVE 'N' TO WS-LFS-FOUND-SW
000305         NOT INVALID KEY
000306             MOVE 'Y' TO WS-LFS-FOUND-SW
000307     END-READ
000308
000309     IF NOT WS-LFS-FOUND
000310         MOVE DL100-RTR-BLOCK-NO TO DL100-LFS-BLOCK-NO
000311         MOVE DL100-RTR-BRANCH-CODE TO DL100-LFS-BRANCH-CODE
000312         MOVE ZERO TO DL100-LFS-MAX-FAILURES
000313         MOVE SPACES TO DL100-LFS-FAIL-DATE
000314         MOVE SPACES TO DL100-LFS-FAILED-NAME
000315         MOVE ZERO TO DL100-LFS-FAIL-COUNT
000316         SET DL100-LFS-NOT-SUSPENDED TO TRUE
000317         MOVE SPACES TO DL100-LFS-SUSPENDED-NAME
000318         MOVE SPACES TO DL100-LFS-SUSPENDED-TS
000319         MOVE SPACES TO DL100-LFS-CLEARED-BY
000320         MOVE SPACES TO DL100-LFS-CLEARED-TS
000321     END-IF
000322     .
000323 5200-READ-FAILURE-ROW-EXIT.
000324     EXIT.
000325
000326 5300-LOG-LOAD-FAILURE.
000327     MOVE WS-NOW-TS TO DL100-LFL-TIMESTAMP
000328     MOVE DL100-RTR-BLOCK-NO TO DL100-LFL-BLOCK-NO
000329     MOVE DL100-RTR-BRANCH-CODE TO DL100-LFL-BRANCH-CODE
000330     MOVE WS-FAILED-NAME TO DL100-LFL-FAILED-NAME
000331     MOVE DL100-RTR-CANDIDATE-NAME TO DL100-LFL-CANDIDATE-NAME
000332     MOVE DL100-RTR-CORR-ID TO DL100-LFL-CORR-ID
000333     MOVE DL100-LFS-FAIL-COUNT TO DL100-LFL-FAIL-COUNT
000334     MOVE WS-MAX-FAILURES TO DL100-LFL-MAX-FAILURES
000335     MOVE SPACES TO DL100-LFL-USER-ID
000336
000337     OPEN EXTEND DL100-LFL-FILE
000338     WRITE DL100-LFL-RECORD
000339     CLOSE DL100-LFL-FILE
000340
000341     MOVE SPACES TO WS-CONSOLE-MSG
000342     IF DL100-LFL-SUSPENDED
000343         STRING 'DL100RTR OVERRIDE SUSPENDED BLOCK='
000344                                      DELIMITED BY SIZE
000345                DL100-RTR-BLOCK-NO    DELIMITED BY SIZE
000346                ' BRANCH='            DELIMITED BY SIZE
000347                DL100-RTR-BRANCH-CODE DELIMITED BY SIZE
000348                ' MODULE='            DELIMITED BY SIZE
000349                WS-FAILED-NAME        DELIMITED BY SIZE
000350             INTO WS-CONSOLE-MSG
000351     ELSE
000352         STRING 'DL100RTR LOAD FAILED BLOCK=' DELIMITED BY SIZE
000353                DL100-RTR-BLOCK-NO    DELIMITED BY SIZE
000354                ' BRANCH='            DELIMITED BY SIZE
000355                DL100-RTR-BRANCH-CODE DELIMITED BY SIZE
000356                ' MODULE='            DELIMITED BY SIZE
000357                WS-FAILED-NAME        DELIMITED BY SIZE
000358                ' FALLBACK='          DELIMITED BY SIZE
000359                DL100-RTR-CANDIDATE-NAME DELIMITED BY SIZE
000360             INTO WS-CONSOLE-MSG
000361     END-IF
000362
000363     DISPLAY WS-CONSOLE-MSG
000364     .
000365 5300-LOG-LOAD-FAILURE-EXIT.
000366     EXIT.
000367
000368 5400-RAISE-EXCEPTION.
000369     MOVE WS-NOW-TS TO DL100-EXC-TIMESTAMP
000370     MOVE 'DL100RTR' TO DL100-EXC-PROGRAM-NAME
000371     MOVE DL100-RTR-BLOCK-NO TO DL100-EXC-BLOCK-NO
000372     MOVE DL100-RTR-BRANCH-CODE TO DL100-EXC-BRANCH-CODE
000373     MOVE WS-FAILED-NAME TO DL100-EXC-CANDIDATE-NAME
000374     SET DL100-EXC-UNSENT TO TRUE
000375     MOVE DL100-RTR-CORR-ID TO DL100-EXC-CORR-ID
000376     SET DL100-EXC-OPEN TO TRUE
000377     MOVE SPACES TO DL100-EXC-ACKED-BY
000378     MOVE SPACES TO DL100-EXC-ACKED-TS
000379     MOVE SPACES TO DL100-EXC-CLOSED-TS
000380     MOVE SPACES TO DL100-EXC-RESOLUTION-CODE
000381     MOVE SPACES TO DL100-EXC-RESOLUTION-NOTE
000382     MOVE SPACES TO DL100-EXC-TICKET-NO
000383
000384     OPEN EXTEND DL100-EXC-FILE
000385     WRITE DL100-EXCEPTION-RECORD
000386     CLOSE DL100-EXC-FILE
000387     .
000388 5400-RAISE-EXCEPTION-EXIT.
000389     EXIT.
