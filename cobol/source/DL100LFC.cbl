000001*================================================================
000002* DL100LFC
000003*
000004* LOAD-FAILURE CONTROL FOR TESTANTLR352'S ROUTING OVERRIDES.
000005*
000006* DL100RTR COUNTS, ON THE KEYED DL100LFS DATASET, EVERY TIME A
000007* ROUTING POINT'S DYNAMIC CALL COULD NOT LOAD THE MODULE A
000008* DL100RTE OVERRIDE NAMED, AND SUSPENDS THE OVERRIDE ONCE THE
000009* DAY'S COUNT REACHES THE LIMIT.  THIS IS THE OPERATIONS SIDE OF
000010* THAT: ONE DL100LFQ REQUEST CARD PER ACTION -
000011*     C  CLEAR - LIFT THE SUSPENSION ON A BLOCK/BRANCH AND RESET
000012*        ITS COUNT, STAMPING WHO CLEARED IT AND WHEN.  CLEAR ONLY
000013*        AFTER THE MODULE IS IN THE LOAD LIBRARY OR THE OVERRIDE
000014*        HAS BEEN PULLED - OTHERWISE IT STARTS FAILING AGAIN.
000015*     L  LIMIT - SET THE DAILY FAILURE LIMIT FOR A BLOCK/BRANCH,
000016*        OR THE SHOP-WIDE LIMIT ON THE CONTROL ROW (BLOCK 0,
000017*        BRANCH SPACES).  THE ROW IS ADDED IF IT IS NOT THERE YET.
000018* EVERY APPLIED REQUEST IS LOGGED TO DL100LFL WITH THE REQUESTING
000019* USER AND LISTED ON SYSOUT.  A REJECTED REQUEST IS LISTED WITH
000020* THE REASON AND THE STEP ENDS WITH RETURN CODE 4.
000021*
000022* MAINTENANCE HISTORY
000023* DATE       INIT   DESCRIPTION
000024* ---------- ------ ----------------------------------------------
000025* 2026-10-15 JFM    INITIAL VERSION.
000026*================================================================
000027 Identification Division.
000028 Program-ID. DL100LFC.
000029 Environment Division.
000030 Input-Output Section.
000031 File-Control.
000032     SELECT DL100-LFQ-FILE ASSIGN TO DL100LFQ
000033         ORGANIZATION IS SEQUENTIAL.
000034     SELECT DL100-LFS-FILE ASSIGN TO DL100LFS
000035         ORGANIZATION IS INDEXED
000036         ACCESS MODE IS RANDOM
000037         RECORD KEY IS DL100-LFS-KEY.
000038     SELECT DL100-LFL-FILE ASSIGN TO DL100LFL
000039         ORGANIZATION IS SEQUENTIAL.
000040
000041 Data Division.
000042 File Section.
000043 FD  DL100-LFQ-FILE
000044     RECORDING MODE IS F.
000045     COPY DL100LFQ.
000046
000047 FD  DL100-LFS-FILE.
000048     COPY DL100LFS.
000049
000050 FD  DL100-LFL-FILE
000051     RECORDING MODE IS F.
000052     COPY DL100LFL.
000053
000054 Working-Storage Section.
000055
000056 01  WS-SWITCHES.
000057     05  WS-EOF-SW             PIC X(01) VALUE 'N'.
000058         88  WS-EOF                VALUE 'Y'.
000059     05  WS-LFS-FOUND-SW       PIC X(01) VALUE 'N'.
000060         88  WS-LFS-FOUND          VALUE 'Y'.
000061
000062 01  WS-REQUEST-COUNT          PIC S9(08) COMP VALUE 0.
000063 01  WS-APPLIED-COUNT          PIC S9(08) COMP VALUE 0.
000064 01  WS-REJECT-COUNT           PIC S9(08) COMP VALUE 0.
000065 01  WS-NOW-TS                 PIC X(26).
000066 01  WS-REJECT-REASON          PIC X(30).
000067
000068 Procedure Division.
000069 0000-MAINLINE.
000070     OPEN INPUT DL100-LFQ-FILE
000071     OPEN I-O DL100-LFS-FILE
000072     OPEN EXTEND DL100-LFL-FILE
000073
000074     PERFORM 1000-PROCESS-ONE-REQUEST
000075         THRU 1000-PROCESS-ONE-REQUEST-EXIT
000076         UNTIL WS-EOF
000077
000078     CLOSE DL100-LFQ-FILE
000079     CLOSE DL100-LFS-FILE
000080     CLOSE DL100-LFL-FILE
000081
000082     DISPLAY 'DL100LFC REQUESTS READ    = ' WS-REQUEST-COUNT
000083     DISPLAY 'DL100LFC REQUESTS APPLIED = ' WS-APPLIED-COUNT
000084     DISPLAY 'DL100LFC REQUESTS REJECTED= ' WS-REJECT-COUNT
000085
000086     IF WS-REJECT-COUNT GREATER THAN ZERO
000087         MOVE 4 TO RETURN-CODE
000088     END-IF
000089
000090     GOBACK
000091     .
000092
000093 1000-PROCESS-ONE-REQUEST.
000094     READ DL100-LFQ-FILE
000095         AT END
000096             MOVE 'Y' TO WS-EOF-SW
000097     END-READ
000098     IF WS-EOF
000099         GO TO 1000-PROCESS-ONE-REQUEST-EXIT
000100     END-IF
000101
000102     ADD 1 TO WS-REQUEST-COUNT
000103     MOVE SPACES TO WS-REJECT-REASON
000104
000105     PERFORM 2000-VALIDATE-REQUEST
000106         THRU 2000-VALIDATE-REQUEST-EXIT
000107
000108     IF WS-REJECT-REASON NOT EQUAL SPACES
000109         PERFORM 7000-LIST-REJECT
000110             THRU 7000-LIST-REJECT-EXIT
000111         GO TO 1000-PROCESS-ONE-REQUEST-EXIT
000112     END-IF
000113
000114     MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
000115
000116     PERFORM 3000-READ-STATE-ROW
000117         THRU 3000-READ-STATE-ROW-EXIT
000118
000119     IF DL100-LFQ-CLEAR
000120         PERFORM 4000-CLEAR-SUSPENSION
000121             THRU 4000-CLEAR-SUSPENSION-EXIT
000122     ELSE
000123         PERFORM 5000-SET-LIMIT
000124             THRU 5000-SET-LIMIT-EXIT
000125     END-IF
000126
000127     IF WS-REJECT-REASON NOT EQUAL SPACES
000128         PERFORM 7000-LIST-REJECT
000129             THRU 7000-LIST-REJECT-EXIT
000130         GO TO 1000-PROCESS-ONE-REQUEST-EXIT
000131     END-IF
000132
000133     PERFORM 6000-LOG-REQUEST
000134         THRU 6000-LOG-REQUEST-EXIT
000135
000136     ADD 1 TO WS-APPLIED-COUNT
000137     .
000138 1000-PROCESS-ONE-REQUEST-EXIT.
000139     EXIT.
000140
000141 2000-VALIDATE-REQUEST.
000142     IF NOT DL100-LFQ-CLEAR
000143        AND NOT DL100-LFQ-SET-LIMIT
000144         MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
000145         GO TO 2000-VALIDATE-REQUEST-EXIT
000146     END-IF
000147
000148     IF DL100-LFQ-USER-ID EQUAL SPACES
000149         MOVE 'REQUESTING USER MISSING' TO WS-REJECT-REASON
000150         GO TO 2000-VALIDATE-REQUEST-EXIT
000151     END-IF
000152
000153     IF DL100-LFQ-BLOCK-NO NOT NUMERIC
000154         MOVE 'BLOCK NUMBER NOT NUMERIC' TO WS-REJECT-REASON
000155         GO TO 2000-VALIDATE-REQUEST-EXIT
000156     END-IF
000157
000158*    THE CONTROL ROW ONLY CARRIES THE SHOP-WIDE LIMIT.
000159     IF DL100-LFQ-BLOCK-NO EQUAL ZERO
000160        AND DL100-LFQ-BRANCH-CODE EQUAL SPACES
000161         IF DL100-LFQ-CLEAR
000162             MOVE 'CONTROL ROW CANNOT BE CLEARED'
000163                 TO WS-REJECT-REASON
000164         END-IF
000165     ELSE
000166         IF DL100-LFQ-BLOCK-NO LESS THAN 1
000167            OR DL100-LFQ-BLOCK-NO GREATER THAN 5
000168            OR DL100-LFQ-BRANCH-CODE EQUAL SPACES
000169             MOVE 'NO SUCH BLOCK/BRANCH' TO WS-REJECT-REASON
000170         END-IF
000171     END-IF
000172
000173     IF DL100-LFQ-SET-LIMIT
000174        AND DL100-LFQ-MAX-FAILURES NOT NUMERIC
000175         MOVE 'LIMIT NOT NUMERIC' TO WS-REJECT-REASON
000176     END-IF
000177     .
000178 2000-VALIDATE-REQUEST-EXIT.
000179     EXIT.
000180
000181 3000-READ-STATE-ROW.
000182     MOVE DL100-LFQ-BLOCK-NO TO DL100-LFS-BLOCK-NO
000183     MOVE DL100-LFQ-BRANCH-CODE TO DL100-LFS-BRANCH-CODE
000184
000185     READ DL100-LFS-FILE
000186         INVALID KEY
000187             MOVE 'N' TO WS-LFS-FOUND-SW
000188         NOT INVALID KEY
000189             MOVE 'Y' TO WS-LFS-FOUND-SW
000190     END-READ
000191     .
000192 3000-READ-STATE-ROW-EXIT.
000193     EXIT.
000194
000195 4000-CLEAR-SUSPENSION.
000196     IF NOT WS-LFS-FOUND
000197         MOVE 'NO LOAD FAILURES RECORDED' TO WS-REJECT-REASON
000198         GO TO 4000-CLEAR-SUSPENSION-EXIT
000199     END-IF
000200
000201*    LOG THE COUNT AND MODULE BEING CLEARED BEFORE THEY ARE RESET.
000202     MOVE DL100-LFS-SUSPENDED-NAME TO DL100-LFL-FAILED-NAME
000203     IF DL100-LFS-SUSPENDED-NAME EQUAL SPACES
000204         MOVE DL100-LFS-FAILED-NAME TO DL100-LFL-FAILED-NAME
000205     END-IF
000206     MOVE DL100-LFS-FAIL-COUNT TO DL100-LFL-FAIL-COUNT
000207
000208     IF DL100-LFS-SUSPENDED
000209         DISPLAY 'DL100LFC CLEARED SUSPENSION BLOCK='
000210                 DL100-LFS-BLOCK-NO
000211                 ' BRANCH=' DL100-LFS-BRANCH-CODE
000212                 ' MODULE=' DL100-LFS-SUSPENDED-NAME
000213     ELSE
000214         DISPLAY 'DL100LFC NOT SUSPENDED - COUNT RESET BLOCK='
000215                 DL100-LFS-BLOCK-NO
000216                 ' BRANCH=' DL100-LFS-BRANCH-CODE
000217     END-IF
000218
000219     SET DL100-LFS-NOT-SUSPENDED TO TRUE
000220     MOVE ZERO TO DL100-LFS-FAIL-COUNT
000221     MOVE DL100-LFQ-USER-ID TO DL100-LFS-CLEARED-BY
000222     MOVE WS-NOW-TS TO DL100-LFS-CLEARED-TS
000223
000224     REWRITE DL100-LFS-RECORD
000225         INVALID KEY
000226             MOVE 'STATE ROW REWRITE FAILED' TO WS-REJECT-REASON
000227     END-REWRITE
000228
000229     SET DL100-LFL-CLEARED TO TRUE
000230     .
000231 4000-CLEAR-SUSPENSION-EXIT.
000232     EXIT.
000233
000234 5000-SET-LIMIT.
000235     IF NOT WS-LFS-FOUND
000236         MOVE DL100-LFQ-BLOCK-NO TO DL100-LFS-BLOCK-NO
000237         MOVE DL100-LFQ-BRANCH-CODE TO DL100-LFS-BRANCH-CODE
000238         MOVE SPACES TO DL100-LFS-FAIL-DATE
000239         MOVE SPACES TO DL100-LFS-FAILED-NAME
000240         MOVE ZERO TO DL100-LFS-FAIL-COUNT
000241         SET DL100-LFS-NOT-SUSPENDED TO TRUE
000242         MOVE SPACES TO DL100-LFS-SUSPENDED-NAME
000243         MOVE SPACES TO DL100-LFS-SUSPENDED-TS
000244         MOVE SPACES TO DL100-LFS-CLEARED-BY
000245         MOVE SPACES TO DL100-LFS-CLEARED-TS
000246     END-IF
000247
000248     MOVE DL100-LFQ-MAX-FAILURES TO DL100-LFS-MAX-FAILURES
000249
000250     IF WS-LFS-FOUND
000251         REWRITE DL100-LFS-RECORD
000252             INVALID KEY
000253                 MOVE 'STATE ROW REWRITE FAILED'
000254                     TO WS-REJECT-REASON
000255         END-REWRITE
000256     ELSE
000257         WRITE DL100-LFS-RECORD
000258             INVALID KEY
000259                 MOVE 'STATE ROW WRITE FAILED'
000260                     TO WS-REJECT-REASON
000261         END-WRITE
000262     END-IF
000263
000264     DISPLAY 'DL100LFC LIMIT SET BLOCK=' DL100-LFS-BLOCK-NO
000265             ' BRANCH=' DL100-LFS-BRANCH-CODE
000266             ' LIMIT=' DL100-LFS-MAX-FAILURES
000267
000268     MOVE SPACES TO DL100-LFL-FAILED-NAME
000269     MOVE DL100-LFS-FAIL-COUNT TO DL100-LFL-FAIL-COUNT
000270     SET DL100-LFL-LIMIT-SET TO TRUE
000271     .
000272 5000-SET-LIMIT-EXIT.
000273     EXIT.
000274
000275 6000-LOG-REQUEST.
000276     MOVE WS-NOW-TS TO DL100-LFL-TIMESTAMP
000277     MOVE DL100-LFS-BLOCK-NO TO DL100-LFL-BLOCK-NO
000278     MOVE DL100-LFS-BRANCH-CODE TO DL100-LFL-BRANCH-CODE
000279     MOVE SPACES TO DL100-LFL-CANDIDATE-NAME
000280     MOVE SPACES TO DL100-LFL-CORR-ID
000281     MOVE DL100-LFS-MAX-FAILURES TO DL100-LFL-MAX-FAILURES
000282     MOVE DL100-LFQ-USER-ID TO DL100-LFL-USER-ID
000283
000284     WRITE DL100-LFL-RECORD
000285     .
000286 6000-LOG-REQUEST-EXIT.
000287     EXIT.
000288
000289 7000-LIST-REJECT.
000290     ADD 1 TO WS-REJECT-COUNT
000291     DISPLAY 'DL100LFC REJECTED ' DL100-LFQ-ACTION
000292             ' BLOCK=' DL100-LFQ-BLOCK-NO
000293             ' BRANCH=' DL100-LFQ-BRANCH-CODE
000294             ' - ' WS-REJECT-REASON
000295     .
000296 7000-LIST-REJECT-EXIT.
000297     EXIT.
