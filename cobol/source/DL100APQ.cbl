000015* TIMESTAMP ON THE RECORD EITHER WAY - THE SAME SHAPE AS THE
000016* DL100SUQ DUPLICATE-SUSPENSE CONSOLE.
000017*
000018* MAKER-CHECKER - NO USER MAY DECIDE AN ENTRY THEY KEYED, AND
000019* AN APPROVAL ONLY GOES THROUGH WHEN THE AMOUNT IS WITHIN THE
000020* USER'S DL100APA APPROVER AUTHORITY.  A REFUSED ATTEMPT CHANGES
000021* NOTHING, IS LOGGED TO DL100ADR, AND THE ENTRY STAYS PENDING.
000022*
000023* PSEUDO-CONVERSATIONAL IN THE SAME SHAPE AS DL100INQ.
000024*
000025* MAINTENANCE HISTORY
000026* DATE       INIT   DESCRIPTION
000027* ---------- ------ ----------------------------------------------
000028* 2026-09-02 JFM    INITIAL VERSION.
000029* 2026-09-02 JFM    COLLECT THE WHOLE PENDING QUEUE AND SHOW
000030*                   THE NEWEST ENTRIES FIRST (DL100EXQ
000031*                   PATTERN) - THE OLD BROWSE STOPPED AT THE
000032*                   FIRST NINE IN FILE ORDER AND NEWER ENTRIES
000033*                   WERE INVISIBLE.
000034* 2026-10-15 JFM    AN APPROVED ENTRY NOW POSTS TO THE DL100ACT
000035*                   BALANCES THE SAME WAY PGMA0001 DOES.  AN
000036*                   ENTRY THE PAYING ACCOUNT CAN NO LONGER COVER
000037*                   IS REFUSED, LEFT PENDING, AND LOGGED TO
000038*                   DL100NSF FOR THE TRACE LOOKUPS.
000039* 2026-10-15 JFM    DL100TDT DETAIL NOW CARRIES THE REVERSAL
000040*                   FIELDS - WRITTEN AS NOT REVERSED.
000041* 2026-10-15 JFM    MAKER-CHECKER AND APPROVER AUTHORITY - A
000042*                   DECISION BY THE USER WHO KEYED THE ENTRY, OR
000043*                   AN APPROVAL OVER THE USER'S DL100APA MAXIMUM,
000044*                   IS REFUSED, LOGGED TO DL100ADR, AND LEFT
000045*                   PENDING.
000046* 2026-10-15 JFM    DL100DTL AND DL100PRC ARE NOW KEYED VSAM FILES
000047*                   - THE DAY TOTAL IS READ AND UPDATED BY DATE
000048*                   AND ACCOUNT, AND THE PROCESSED RECORD IS
000049*                   WRITTEN BY KEY.  DL100ACT IS STILL READ
000050*                   SEQUENTIALLY.
000051* 2026-10-15 JFM    A TOKEN ALREADY ON DL100PRC IS NOT WRITTEN TO
000052*                   DL100TDT, ADDED TO THE DAY TOTAL OR POSTED
000053*                   AGAIN - THE ENTRY IS REPORTED AS ALREADY
000054*                   PROCESSED.
000055*================================================================
000056 Identification Division.
000057 Program-ID. DL100APQ.
000058 Environment Division.
000059 Input-Output Section.
000060 File-Control.
000061     SELECT DL100-PND-FILE ASSIGN TO DL100PND
000062         ORGANIZATION IS SEQUENTIAL.
000063     SELECT DL100-PRC-FILE ASSIGN TO DL100PRC
000064         ORGANIZATION IS INDEXED
000065         ACCESS MODE IS RANDOM
000066         RECORD KEY IS DL100-PRC-KEY.
000067     SELECT DL100-TDT-FILE ASSIGN TO DL100TDT
000068         ORGANIZATION IS SEQUENTIAL.
000069     SELECT DL100-DTL-FILE ASSIGN TO DL100DTL
000070         ORGANIZATION IS INDEXED
000071         ACCESS MODE IS RANDOM
000072         RECORD KEY IS DL100-DTL-KEY.
000073     SELECT DL100-ACT-FILE ASSIGN TO DL100ACT
000074         ORGANIZATION IS INDEXED
000075         ACCESS MODE IS SEQUENTIAL
000076         RECORD KEY IS DL100-ACT-ACCOUNT-NO.
000077     SELECT DL100-NSF-FILE ASSIGN TO DL100NSF
000078         ORGANIZATION IS SEQUENTIAL.
000079     SELECT DL100-APA-FILE ASSIGN TO DL100APA
000080         ORGANIZATION IS SEQUENTIAL.
000081     SELECT DL100-ADR-FILE ASSIGN TO DL100ADR
000082         ORGANIZATION IS SEQUENTIAL.
000083
000084 Data Division.
000085 File Section.
000086 FD  DL100-PND-FILE
000087     RECORDING MODE IS F.
000088     COPY DL100PND.
000089
000090 FD  DL100-PRC-FILE.
000091     COPY DL100PRC.
000092
000093 FD  DL100-TDT-FILE
000094     RECORDING MODE IS F.
000095     COPY DL100TDT.
000096
000097 FD  DL100-DTL-FILE.
000098     COPY DL100DTL.
000099
000100 FD  DL100-ACT-FILE.
000101     COPY DL100ACT.
000102
000103 FD  DL100-NSF-FILE
000104     RECORDING MODE IS F.
000105     COPY DL100NSF.
000106
000107 FD  DL100-APA-FILE
000108     RECORDING MODE IS F.
000109     COPY DL100APA.
000110
000111 FD  DL100-ADR-FILE
000112     RECORDING MODE IS F.
000113     COPY DL100ADR.
000114
000115 Working-Storage Section.
000116
000117 01  CONSTANTS.
000118     05  MYNAME                PIC X(008) VALUE 'DL100APQ'.
000119     05  MY-TRANSID            PIC X(004) VALUE 'DAPQ'.
000120
000121 01  WS-SWITCHES.
000122     05  WS-EOF-SW             PIC X(01) VALUE 'N'.
000123         88  WS-EOF                VALUE 'Y'.
000124     05  WS-APPLIED-SW         PIC X(01) VALUE 'N'.
000125         88  WS-APPLIED            VALUE 'Y'.
000126     05  WS-DTL-FOUND-SW       PIC X(01) VALUE 'N'.
000127         88  WS-DTL-FOUND          VALUE 'Y'.
000128     05  WS-ACT-EOF-SW         PIC X(01) VALUE 'N'.
000129         88  WS-ACT-EOF            VALUE 'Y'.
000130     05  WS-ACCT-FOUND-SW      PIC X(01) VALUE 'N'.
000131         88  WS-ACCT-FOUND         VALUE 'Y'.
000132     05  WS-NSF-SW             PIC X(01) VALUE 'N'.
000133         88  WS-NSF                VALUE 'Y'.
000134     05  WS-DEBIT-DONE-SW      PIC X(01) VALUE 'N'.
000135         88  WS-DEBIT-DONE         VALUE 'Y'.
000136     05  WS-CREDIT-DONE-SW     PIC X(01) VALUE 'N'.
000137         88  WS-CREDIT-DONE        VALUE 'Y'.
000138     05  WS-REWRITE-SW         PIC X(01) VALUE 'N'.
000139         88  WS-REWRITE            VALUE 'Y'.
000140     05  WS-REFUSED-SW         PIC X(01) VALUE 'N'.
000141         88  WS-REFUSED            VALUE 'Y'.
000142     05  WS-ON-FILE-SW         PIC X(01) VALUE 'N'.
000143         88  WS-ON-FILE            VALUE 'Y'.
000144     05  WS-APA-EOF-SW         PIC X(01) VALUE 'N'.
000145         88  WS-APA-EOF            VALUE 'Y'.
000146     05  WS-APA-FOUND-SW       PIC X(01) VALUE 'N'.
000147         88  WS-APA-FOUND          VALUE 'Y'.
000148
000149 01  WS-ENTRY-NO               PIC S9(04) COMP VALUE 0.
000150 01  WS-SHIFT-IDX              PIC S9(04) COMP VALUE 0.
000151 01  WS-RECORD-NO              PIC S9(04) COMP VALUE 0.
000152 01  WS-PEND-COUNT             PIC S9(04) COMP VALUE 0.
000153 01  WS-LINE-NO                PIC S9(04) COMP VALUE 0.
000154 01  WS-ENTRY-NO-ED            PIC 9(04).
000155 01  WS-UPDATE-TS              PIC X(26).
000156 01  WS-PAYER-BALANCE          PIC S9(09)V99 VALUE 0.
000157 01  WS-CREDIT-ACCOUNT         PIC X(10).
000158 01  WS-AUTHORITY-MAX          PIC 9(09)V99 VALUE 0.
000159 01  WS-REFUSE-REASON          PIC X(04).
000160     88  WS-REFUSE-OWN-ENTRY       VALUE 'MAKR'.
000161     88  WS-REFUSE-NO-AUTHORITY    VALUE 'NOAU'.
000162     88  WS-REFUSE-OVER-AUTHORITY  VALUE 'AUTH'.
000163
000164 01  WS-COMMAND                PIC X(01).
000165
000166 01  WS-APPROVED-ENTRY.
000167     05  WS-APP-PROC-DATE      PIC X(08).
000168     05  WS-APP-TRAN-CODE      PIC X(04).
000169     05  WS-APP-USER-ID        PIC X(08).
000170     05  WS-APP-ACCOUNT-NO     PIC X(10).
000171     05  WS-APP-COUNTERPARTY   PIC X(20).
000172     05  WS-APP-AMOUNT         PIC 9(07)V99.
000173     05  WS-APP-CORR-ID        PIC X(16).
000174
000175 01  WS-RECEIVE-AREA           PIC X(005).
000176 01  WS-RECEIVE-LEN            PIC S9(04) COMP VALUE 5.
000177
000178 01  WS-RESP-AREA.
000179     05  WS-RESP               PIC S9(08) COMP.
000180     05  WS-RESP2              PIC S9(08) COMP.
000181
000182 01  WS-PEND-TABLE.
000183     05  WS-PEND-ENTRY OCCURS 0 TO 100 TIMES
000184             DEPENDING ON WS-PEND-COUNT.
000185         10  WS-PEND-RECORD-NO     PIC S9(04) COMP.
000186         10  WS-PEND-TIMESTAMP     PIC X(26).
000187         10  WS-PEND-TRAN-CODE     PIC X(04).
000188         10  WS-PEND-ACCOUNT-NO    PIC X(10).
000189         10  WS-PEND-AMOUNT        PIC 9(07)V99.
000190         10  WS-PEND-USER-ID       PIC X(08).
000191
000192 01  WS-BROWSE-BLOCK.
000193     05  WS-BROWSE-LINE OCCURS 10 TIMES INDEXED BY WS-LINE-IDX
000194             PIC X(079).
000195
000196 01  WS-DETAIL-LINE.
000197     05  DL-ENTRY-NO           PIC 9(04).
000198     05  FILLER                PIC X(01) VALUE SPACE.
000199     05  DL-TIMESTAMP          PIC X(26).
000200     05  FILLER                PIC X(01) VALUE SPACE.
000201     05  DL-TRAN-CODE          PIC X(04).
000202     05  FILLER                PIC X(01) VALUE SPACE.
000203     05  DL-ACCOUNT-NO         PIC X(10).
000204     05  FILLER                PIC X(01) VALUE SPACE.
000205     05  DL-AMOUNT             PIC Z,ZZZ,ZZ9.99.
000206     05  FILLER                PIC X(01) VALUE SPACE.
000207     05  DL-USER-ID            PIC X(08).
000208     05  FILLER                PIC X(10) VALUE SPACES.
000209
000210 01  WS-PROMPT-LINE            PIC X(079) VALUE
000211     'KEY Annnn TO APPROVE OR Rnnnn TO REJECT AN ENTRY'.
000212 01  WS-EMPTY-MSG              PIC X(079) VALUE
000213     'NO PENDING APPROVALS - QUEUE IS CLEAR'.
000214 01  WS-BAD-INPUT-MSG          PIC X(079) VALUE
000215     'COMMAND NOT RECOGNIZED - KEY Annnn OR Rnnnn'.
000216 01  WS-NOT-FOUND-MSG          PIC X(079) VALUE
000217     'ENTRY NOT FOUND OR ALREADY DECIDED - NOTHING CHANGED'.
000218 01  WS-APPROVED-MSG           PIC X(079) VALUE
000219     'ENTRY APPROVED AND RECORDED AS PROCESSED'.
000220 01  WS-REJECTED-MSG           PIC X(079) VALUE
000221     'ENTRY REJECTED - TRANSACTION WILL NOT BE PROCESSED'.
000222 01  WS-NSF-MSG                PIC X(079) VALUE
000223     'INSUFFICIENT FUNDS IN PAYING ACCOUNT - ENTRY LEFT PENDING'.
000224 01  WS-OWN-ENTRY-MSG          PIC X(079) VALUE
000225     'ENTRY WAS KEYED BY YOU - ANOTHER USER MUST DECIDE IT'.
000226 01  WS-NO-AUTHORITY-MSG       PIC X(079) VALUE
000227     'NO APPROVER AUTHORITY ON FILE FOR YOU - ENTRY LEFT PENDING'.
000228 01  WS-OVER-AUTHORITY-MSG     PIC X(079) VALUE
000229     'AMOUNT IS OVER YOUR APPROVER AUTHORITY - REFER IT UPWARD'.
000230 01  WS-ON-FILE-MSG            PIC X(079) VALUE
000231     'ENTRY ALREADY RECORDED AS PROCESSED - NOT POSTED AGAIN'.
000232 01  WS-RESULT-MSG             PIC X(079).
000233
000234 01  WS-PROMPTED-STATE         PIC X(001) VALUE 'P'.
000235
000236 Linkage Section.
000237
000238 01  DFHCOMMAREA               PIC X(001).
000239
000240 Procedure Division.
000241 0000-MAINLINE.
000242     IF EIBCALEN EQUAL 0
000243         PERFORM 1000-BROWSE-QUEUE
000244             THRU 1000-BROWSE-QUEUE-EXIT
000245
000246         EXEC CICS
000247              RETURN
000248              TRANSID(MY-TRANSID)
000249              FROM(WS-PROMPTED-STATE)
000250              LENGTH(LENGTH OF WS-PROMPTED-STATE)
000251         END-EXEC
000252     ELSE
000253         PERFORM 2000-RECEIVE-COMMAND
000254             THRU 2000-RECEIVE-COMMAND-EXIT
000255
000256         PERFORM 3000-APPLY-COMMAND
000257             THRU 3000-APPLY-COMMAND-EXIT
000258
000259         EXEC CICS
000260              SEND TEXT
000261              FROM(WS-RESULT-MSG)
000262              LENGTH(LENGTH OF WS-RESULT-MSG)
000263              ERASE
000264         END-EXEC
000265
000266         EXEC CICS
000267              RETURN
000268              TRANSID(MY-TRANSID)
000269         END-EXEC
000270     END-IF
000271
000272     GOBACK
000273     .
000274
000275 1000-BROWSE-QUEUE.
000276     MOVE 0 TO WS-PEND-COUNT
000277     MOVE 0 TO WS-RECORD-NO
000278     MOVE 'N' TO WS-EOF-SW
000279
000280     OPEN INPUT DL100-PND-FILE
000281
000282     PERFORM 1100-COLLECT-ONE-ENTRY
000283         THRU 1100-COLLECT-ONE-ENTRY-EXIT
000284         UNTIL WS-EOF
000285
000286     CLOSE DL100-PND-FILE
000287
000288     PERFORM 1200-BUILD-DISPLAY
000289         THRU 1200-BUILD-DISPLAY-EXIT
000290
000291     EXEC CICS
000292          SEND TEXT
000293          FROM(WS-BROWSE-BLOCK)
000294          LENGTH(LENGTH OF WS-BROWSE-BLOCK)
000295          ERASE
000296     END-EXEC
000297     .
000298 1000-BROWSE-QUEUE-EXIT.
000299     EXIT.
000300
000301 1100-COLLECT-ONE-ENTRY.
000302     READ DL100-PND-FILE
000303         AT END
000304             MOVE 'Y' TO WS-EOF-SW
000305         NOT AT END
000306             ADD 1 TO WS-RECORD-NO
000307             IF DL100-PND-PENDING
000308*                A NEWEST-FIRST CONSOLE MUST NEVER LOSE THE
000309*                NEWEST ENTRIES - WHEN THE TABLE IS FULL, SHIFT
000310*                THE OLDEST ONE OUT AND KEEP COLLECTING.
000311                 IF WS-PEND-COUNT < 100
000312                     ADD 1 TO WS-PEND-COUNT
000313                 ELSE
000314                     PERFORM 1150-SHIFT-OUT-OLDEST
000315                         THRU 1150-SHIFT-OUT-OLDEST-EXIT
000316                 END-IF
000317                 MOVE WS-RECORD-NO
000318                     TO WS-PEND-RECORD-NO (WS-PEND-COUNT)
000319                 MOVE DL100-PND-TIMESTAMP
000320                     TO WS-PEND-TIMESTAMP (WS-PEND-COUNT)
000321                 MOVE DL100-PND-TRAN-CODE
000322                     TO WS-PEND-TRAN-CODE (WS-PEND-COUNT)
000323                 MOVE DL100-PND-ACCOUNT-NO
000324                     TO WS-PEND-ACCOUNT-NO (WS-PEND-COUNT)
000325                 MOVE DL100-PND-AMOUNT
000326                     TO WS-PEND-AMOUNT (WS-PEND-COUNT)
000327                 MOVE DL100-PND-USER-ID
000328                     TO WS-PEND-USER-ID (WS-PEND-COUNT)
000329             END-IF
000330     END-READ
000331     .
000332 1100-COLLECT-ONE-ENTRY-EXIT.
000333     EXIT.
000334
000335 1150-SHIFT-OUT-OLDEST.
000336     PERFORM 1170-SHIFT-ONE-ENTRY
000337         THRU 1170-SHIFT-ONE-ENTRY-EXIT
000338         VARYING WS-SHIFT-IDX FROM 1 BY 1
000339         UNTIL WS-SHIFT-IDX > 99
000340     .
000341 1150-SHIFT-OUT-OLDEST-EXIT.
000342     EXIT.
000343
000344 1170-SHIFT-ONE-ENTRY.
000345     MOVE WS-PEND-ENTRY (WS-SHIFT-IDX + 1)
000346         TO WS-PEND-ENTRY (WS-SHIFT-IDX)
000347     .
000348 1170-SHIFT-ONE-ENTRY-EXIT.
000349     EXIT.
000350
000351 1200-BUILD-DISPLAY.
000352     PERFORM 1250-CLEAR-ONE-LINE
000353         THRU 1250-CLEAR-ONE-LINE-EXIT
000354         VARYING WS-LINE-IDX FROM 1 BY 1
000355         UNTIL WS-LINE-IDX > 10
000356
000357     IF WS-PEND-COUNT EQUAL 0
000358         MOVE WS-EMPTY-MSG TO WS-BROWSE-LINE (1)
000359         GO TO 1200-BUILD-DISPLAY-EXIT
000360     END-IF
000361
000362*    NEWEST FIRST - THE FILE IS APPEND-ORDER, SO WALK IT BACKWARD.
000363     MOVE 0 TO WS-LINE-NO
000364     PERFORM 1300-FORMAT-ONE-LINE
000365         THRU 1300-FORMAT-ONE-LINE-EXIT
000366         VARYING WS-ENTRY-NO FROM WS-PEND-COUNT BY -1
000367         UNTIL WS-ENTRY-NO < 1
000368            OR WS-LINE-NO > 8
000369
000370     ADD 1 TO WS-LINE-NO
000371     IF WS-LINE-NO > 10
000372         MOVE 10 TO WS-LINE-NO
000373     END-IF
000374     SET WS-LINE-IDX TO WS-LINE-NO
000375     MOVE WS-PROMPT-LINE TO WS-BROWSE-LINE (WS-LINE-IDX)
000376     .
000377 1200-BUILD-DISPLAY-EXIT.
000378     EXIT.
000379
000380 1250-CLEAR-ONE-LINE.
000381     MOVE SPACES TO WS-BROWSE-LINE (WS-LINE-IDX)
000382     .
000383 1250-CLEAR-ONE-LINE-EXIT.
000384     EXIT.
000385
000386 1300-FORMAT-ONE-LINE.
000387     ADD 1 TO WS-LINE-NO
000388     SET WS-LINE-IDX TO WS-LINE-NO
000389
000390     MOVE SPACES TO WS-DETAIL-LINE
000391     MOVE WS-PEND-RECORD-NO (WS-ENTRY-NO) TO DL-ENTRY-NO
000392     MOVE WS-PEND-TIMESTAMP (WS-ENTRY-NO) TO DL-TIMESTAMP
000393     MOVE WS-PEND-TRAN-CODE (WS-ENTRY-NO) TO DL-TRAN-CODE
000394     MOVE WS-PEND-ACCOUNT-NO (WS-ENTRY-NO) TO DL-ACCOUNT-NO
000395     MOVE WS-PEND-AMOUNT (WS-ENTRY-NO) TO DL-AMOUNT
000396     MOVE WS-PEND-USER-ID (WS-ENTRY-NO) TO DL-USER-ID
000397
000398     MOVE WS-DETAIL-LINE TO WS-BROWSE-LINE (WS-LINE-IDX)
000399     .
000400 1300-FORMAT-ONE-LINE-EXIT.
000401     EXIT.
000402
000403 2000-RECEIVE-COMMAND.
000404     MOVE SPACES TO WS-RECEIVE-AREA
000405     MOVE 5 TO WS-RECEIVE-LEN
000406
000407     EXEC CICS
000408          RECEIVE
000409          INTO(WS-RECEIVE-AREA)
000410          LENGTH(WS-RECEIVE-LEN)
000411          RESP(WS-RESP)
000412          RESP2(WS-RESP2)
000413     END-EXEC
000414
000415     MOVE SPACES TO WS-COMMAND
000416     MOVE 0 TO WS-ENTRY-NO
000417
000418     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
000419         GO TO 2000-RECEIVE-COMMAND-EXIT
000420     END-IF
000421
000422     MOVE WS-RECEIVE-AREA(1:1) TO WS-COMMAND
000423     IF WS-RECEIVE-AREA(2:4) IS NUMERIC
000424         MOVE WS-RECEIVE-AREA(2:4) TO WS-ENTRY-NO-ED
000425         MOVE WS-ENTRY-NO-ED TO WS-ENTRY-NO
000426     END-IF
000427     .
000428 2000-RECEIVE-COMMAND-EXIT.
000429     EXIT.
000430
000431 3000-APPLY-COMMAND.
000432     MOVE WS-BAD-INPUT-MSG TO WS-RESULT-MSG
000433
000434     IF WS-ENTRY-NO NOT GREATER THAN 0
000435         GO TO 3000-APPLY-COMMAND-EXIT
000436     END-IF
000437
000438     IF WS-COMMAND NOT EQUAL 'A'
000439        AND WS-COMMAND NOT EQUAL 'R'
000440         GO TO 3000-APPLY-COMMAND-EXIT
000441     END-IF
000442
000443     MOVE WS-NOT-FOUND-MSG TO WS-RESULT-MSG
000444     MOVE FUNCTION CURRENT-DATE TO WS-UPDATE-TS
000445     MOVE 'N' TO WS-APPLIED-SW
000446     MOVE 'N' TO WS-NSF-SW
000447     MOVE 'N' TO WS-REFUSED-SW
000448     MOVE 0 TO WS-RECORD-NO
000449     MOVE 'N' TO WS-EOF-SW
000450
000451     OPEN I-O DL100-PND-FILE
000452
000453     PERFORM 3100-UPDATE-AT-ENTRY
000454         THRU 3100-UPDATE-AT-ENTRY-EXIT
000455         UNTIL WS-EOF
000456            OR WS-APPLIED
000457            OR WS-NSF
000458            OR WS-REFUSED
000459
000460     CLOSE DL100-PND-FILE
000461
000462     IF WS-REFUSED
000463         PERFORM 3800-LOG-REFUSAL
000464             THRU 3800-LOG-REFUSAL-EXIT
000465         GO TO 3000-APPLY-COMMAND-EXIT
000466     END-IF
000467     IF WS-NSF
000468         PERFORM 3400-REFUSE-DECISION
000469             THRU 3400-REFUSE-DECISION-EXIT
000470         MOVE WS-NSF-MSG TO WS-RESULT-MSG
000471         GO TO 3000-APPLY-COMMAND-EXIT
000472     END-IF
000473     IF WS-APPLIED
000474         IF WS-COMMAND EQUAL 'A'
000475             PERFORM 3500-RECORD-APPROVAL
000476                 THRU 3500-RECORD-APPROVAL-EXIT
000477             IF WS-ON-FILE
000478                 MOVE WS-ON-FILE-MSG TO WS-RESULT-MSG
000479                 GO TO 3000-APPLY-COMMAND-EXIT
000480             END-IF
000481             PERFORM 3700-POST-BALANCES
000482                 THRU 3700-POST-BALANCES-EXIT
000483             MOVE WS-APPROVED-MSG TO WS-RESULT-MSG
000484         ELSE
000485             MOVE WS-REJECTED-MSG TO WS-RESULT-MSG
000486         END-IF
000487     END-IF
000488     .
000489 3000-APPLY-COMMAND-EXIT.
000490     EXIT.
000491
000492 3100-UPDATE-AT-ENTRY.
000493     READ DL100-PND-FILE
000494         AT END
000495             MOVE 'Y' TO WS-EOF-SW
000496         NOT AT END
000497             ADD 1 TO WS-RECORD-NO
000498             IF WS-RECORD-NO EQUAL WS-ENTRY-NO
000499                AND DL100-PND-PENDING
000500                 PERFORM 3200-APPLY-ONE-DECISION
000501                     THRU 3200-APPLY-ONE-DECISION-EXIT
000502             END-IF
000503     END-READ
000504     .
000505 3100-UPDATE-AT-ENTRY-EXIT.
000506     EXIT.
000507
000508 3200-APPLY-ONE-DECISION.
000509*    A REFUSED DECISION IS LOGGED, AND AN APPROVED ENTRY IS
000510*    RECORDED AS PROCESSED, AFTER THE PENDING FILE IS CLOSED -
000511*    CAPTURE WHAT BOTH NEED NOW.
000512     MOVE DL100-PND-PROC-DATE TO WS-APP-PROC-DATE
000513     MOVE DL100-PND-TRAN-CODE TO WS-APP-TRAN-CODE
000514     MOVE DL100-PND-USER-ID TO WS-APP-USER-ID
000515     MOVE DL100-PND-ACCOUNT-NO TO WS-APP-ACCOUNT-NO
000516     MOVE DL100-PND-COUNTERPARTY TO WS-APP-COUNTERPARTY
000517     MOVE DL100-PND-AMOUNT TO WS-APP-AMOUNT
000518     MOVE DL100-PND-CORR-ID TO WS-APP-CORR-ID
000519
000520*    MAKER-CHECKER - WHOEVER KEYED THE ENTRY MAY NOT DECIDE IT.
000521     IF WS-APP-USER-ID EQUAL EIBUSERID
000522         SET WS-REFUSE-OWN-ENTRY TO TRUE
000523         MOVE 0 TO WS-AUTHORITY-MAX
000524         MOVE 'Y' TO WS-REFUSED-SW
000525         GO TO 3200-APPLY-ONE-DECISION-EXIT
000526     END-IF
000527
000528     IF WS-COMMAND EQUAL 'A'
000529         PERFORM 3250-CHECK-AUTHORITY
000530             THRU 3250-CHECK-AUTHORITY-EXIT
000531         IF WS-REFUSED
000532             GO TO 3200-APPLY-ONE-DECISION-EXIT
000533         END-IF
000534         PERFORM 3300-CHECK-FUNDS
000535             THRU 3300-CHECK-FUNDS-EXIT
000536         IF WS-NSF
000537             GO TO 3200-APPLY-ONE-DECISION-EXIT
000538         END-IF
000539         SET DL100-PND-APPROVED TO TRUE
000540     ELSE
000541         SET DL100-PND-REJECTED TO TRUE
000542     END-IF
000543
000544     MOVE EIBUSERID TO DL100-PND-DECIDED-BY
000545     MOVE WS-UPDATE-TS TO DL100-PND-DECIDED-TS
000546
000547     REWRITE DL100-PND-RECORD
000548
000549     MOVE 'Y' TO WS-APPLIED-SW
000550     .
000551 3200-APPLY-ONE-DECISION-EXIT.
000552     EXIT.
000553
000554 3250-CHECK-AUTHORITY.
000555*    THE DECIDING USER'S OWN CEILING - NO RECORD, NO AUTHORITY.
000556     MOVE 'N' TO WS-APA-FOUND-SW
000557     MOVE 'N' TO WS-APA-EOF-SW
000558     MOVE 0 TO WS-AUTHORITY-MAX
000559
000560     OPEN INPUT DL100-APA-FILE
000561
000562     PERFORM 3270-READ-ONE-AUTHORITY
000563         THRU 3270-READ-ONE-AUTHORITY-EXIT
000564         UNTIL WS-APA-EOF
000565            OR WS-APA-FOUND
000566
000567     CLOSE DL100-APA-FILE
000568
000569     IF NOT WS-APA-FOUND
000570         SET WS-REFUSE-NO-AUTHORITY TO TRUE
000571         MOVE 'Y' TO WS-REFUSED-SW
000572         GO TO 3250-CHECK-AUTHORITY-EXIT
000573     END-IF
000574
000575     IF WS-APP-AMOUNT GREATER THAN WS-AUTHORITY-MAX
000576         SET WS-REFUSE-OVER-AUTHORITY TO TRUE
000577         MOVE 'Y' TO WS-REFUSED-SW
000578     END-IF
000579     .
000580 3250-CHECK-AUTHORITY-EXIT.
000581     EXIT.
000582
000583 3270-READ-ONE-AUTHORITY.
000584     READ DL100-APA-FILE
000585         AT END
000586             MOVE 'Y' TO WS-APA-EOF-SW
000587         NOT AT END
000588             IF DL100-APA-USER-ID EQUAL EIBUSERID
000589                 MOVE DL100-APA-MAX-AMOUNT TO WS-AUTHORITY-MAX
000590                 MOVE 'Y' TO WS-APA-FOUND-SW
000591             END-IF
000592     END-READ
000593     .
000594 3270-READ-ONE-AUTHORITY-EXIT.
000595     EXIT.
000596
000597 3300-CHECK-FUNDS.
000598*    THE BALANCE MAY HAVE MOVED SINCE THE ENTRY WAS HELD - THE
000599*    PAYING ACCOUNT MUST STILL COVER IT NOW, OR IT STAYS PENDING.
000600     MOVE 'N' TO WS-ACCT-FOUND-SW
000601     MOVE 'N' TO WS-ACT-EOF-SW
000602     MOVE 0 TO WS-PAYER-BALANCE
000603
000604     OPEN INPUT DL100-ACT-FILE
000605
000606     PERFORM 3350-READ-ONE-BALANCE
000607         THRU 3350-READ-ONE-BALANCE-EXIT
000608         UNTIL WS-ACT-EOF
000609            OR WS-ACCT-FOUND
000610
000611     CLOSE DL100-ACT-FILE
000612
000613     IF WS-PAYER-BALANCE - WS-APP-AMOUNT LESS THAN 0
000614         MOVE 'Y' TO WS-NSF-SW
000615     END-IF
000616     .
000617 3300-CHECK-FUNDS-EXIT.
000618     EXIT.
000619
000620 3350-READ-ONE-BALANCE.
000621     READ DL100-ACT-FILE
000622         AT END
000623             MOVE 'Y' TO WS-ACT-EOF-SW
000624         NOT AT END
000625             IF DL100-ACT-ACCOUNT-NO EQUAL WS-APP-ACCOUNT-NO
000626                 MOVE DL100-ACT-BALANCE TO WS-PAYER-BALANCE
000627                 MOVE 'Y' TO WS-ACCT-FOUND-SW
000628             END-IF
000629     END-READ
000630     .
000631 3350-READ-ONE-BALANCE-EXIT.
000632     EXIT.
000633
000634 3400-REFUSE-DECISION.
000635     DISPLAY MYNAME ' INSUFFICIENT FUNDS ' WS-APP-TRAN-CODE
000636         ' FOR ACCOUNT ' WS-APP-ACCOUNT-NO ' - ENTRY LEFT PENDING'
000637
000638     MOVE WS-UPDATE-TS TO DL100-NSF-TIMESTAMP
000639     MOVE EIBTRMID TO DL100-NSF-TERM-ID
000640     MOVE EIBUSERID TO DL100-NSF-USER-ID
000641     MOVE MYNAME TO DL100-NSF-PROGRAM
000642     MOVE WS-APP-TRAN-CODE TO DL100-NSF-TRAN-CODE
000643     MOVE WS-APP-CORR-ID TO DL100-NSF-CORR-ID
000644     MOVE WS-APP-ACCOUNT-NO TO DL100-NSF-ACCOUNT-NO
000645     MOVE WS-APP-AMOUNT TO DL100-NSF-AMOUNT
000646     MOVE WS-PAYER-BALANCE TO DL100-NSF-BALANCE
000647
000648     OPEN EXTEND DL100-NSF-FILE
000649     WRITE DL100-NSF-RECORD
000650     CLOSE DL100-NSF-FILE
000651     .
000652 3400-REFUSE-DECISION-EXIT.
000653     EXIT.
000654
000655 3500-RECORD-APPROVAL.
000656*    AN APPROVED MOVEMENT IS A PROCESSED MOVEMENT - IT JOINS
000657*    THE SAME FILES PGMA0001 WRITES, SO THE DUPLICATE CHECK,
000658*    THE LEDGER EXTRACT, AND THE DAILY TOTAL ALL SEE IT.
000659     MOVE WS-APP-PROC-DATE TO DL100-PRC-PROC-DATE
000660     MOVE WS-APP-TRAN-CODE TO DL100-PRC-TRAN-CODE
000661     MOVE WS-APP-ACCOUNT-NO TO DL100-PRC-ACCOUNT-NO
000662     MOVE WS-APP-COUNTERPARTY TO DL100-PRC-COUNTERPARTY
000663     MOVE WS-APP-AMOUNT TO DL100-PRC-AMOUNT
000664     MOVE WS-APP-CORR-ID TO DL100-PRC-CORR-ID
000665     MOVE WS-UPDATE-TS TO DL100-PRC-TIMESTAMP
000666
000667     MOVE 'N' TO WS-ON-FILE-SW
000668
000669     OPEN I-O DL100-PRC-FILE
000670     WRITE DL100-PRC-RECORD
000671         INVALID KEY
000672             DISPLAY MYNAME ' DL100PRC ALREADY HOLDS TOKEN '
000673                 DL100-PRC-CORR-ID ' - NOT RECORDED TWICE'
000674             MOVE 'Y' TO WS-ON-FILE-SW
000675     END-WRITE
000676     CLOSE DL100-PRC-FILE
000677
000678*    THE TOKEN WAS RECORDED AND POSTED BEFORE - NOT POSTED AGAIN.
000679     IF WS-ON-FILE
000680         GO TO 3500-RECORD-APPROVAL-EXIT
000681     END-IF
000682
000683     MOVE WS-UPDATE-TS TO DL100-TDT-TIMESTAMP
000684     MOVE WS-APP-PROC-DATE TO DL100-TDT-PROC-DATE
000685     MOVE WS-APP-TRAN-CODE TO DL100-TDT-TRAN-CODE
000686     MOVE WS-APP-CORR-ID TO DL100-TDT-CORR-ID
000687     MOVE WS-APP-USER-ID TO DL100-TDT-USER-ID
000688     MOVE WS-APP-ACCOUNT-NO TO DL100-TDT-ACCOUNT-NO
000689     MOVE WS-APP-COUNTERPARTY TO DL100-TDT-COUNTERPARTY
000690     MOVE WS-APP-AMOUNT TO DL100-TDT-AMOUNT
000691     SET DL100-TDT-UNEXTRACTED TO TRUE
000692     SET DL100-TDT-NOT-REVERSED TO TRUE
000693     MOVE SPACES TO DL100-TDT-ORIG-CORR-ID
000694
000695     OPEN EXTEND DL100-TDT-FILE
000696     WRITE DL100-TDT-RECORD
000697     CLOSE DL100-TDT-FILE
000698
000699     PERFORM 3600-UPDATE-DAY-TOTAL
000700         THRU 3600-UPDATE-DAY-TOTAL-EXIT
000701     .
000702 3500-RECORD-APPROVAL-EXIT.
000703     EXIT.
000704
000705 3600-UPDATE-DAY-TOTAL.
000706     MOVE WS-APP-PROC-DATE TO DL100-DTL-PROC-DATE
000707     MOVE WS-APP-ACCOUNT-NO TO DL100-DTL-ACCOUNT-NO
000708
000709     OPEN I-O DL100-DTL-FILE
000710
000711     READ DL100-DTL-FILE
000712         INVALID KEY
000713             MOVE 'N' TO WS-DTL-FOUND-SW
000714         NOT INVALID KEY
000715             MOVE 'Y' TO WS-DTL-FOUND-SW
000716     END-READ
000717
000718     IF WS-DTL-FOUND
000719         ADD WS-APP-AMOUNT TO DL100-DTL-TOTAL-AMOUNT
000720         REWRITE DL100-DTL-RECORD
000721     ELSE
000722         MOVE WS-APP-PROC-DATE TO DL100-DTL-PROC-DATE
000723         MOVE WS-APP-ACCOUNT-NO TO DL100-DTL-ACCOUNT-NO
000724         MOVE WS-APP-AMOUNT TO DL100-DTL-TOTAL-AMOUNT
000725         WRITE DL100-DTL-RECORD
000726     END-IF
000727
000728     CLOSE DL100-DTL-FILE
000729     .
000730 3600-UPDATE-DAY-TOTAL-EXIT.
000731     EXIT.
000732
000733 3700-POST-BALANCES.
000734*    THE SAME POSTING PGMA0001 DOES - PAY1 DEBITS THE PAYING
000735*    ACCOUNT, XFR1 ALSO CREDITS THE TO-ACCOUNT CARRIED IN THE
000736*    COUNTERPARTY.
000737     MOVE 'N' TO WS-DEBIT-DONE-SW
000738     MOVE 'N' TO WS-ACT-EOF-SW
000739
000740     IF WS-APP-TRAN-CODE EQUAL 'XFR1'
000741         MOVE WS-APP-COUNTERPARTY(1:10) TO WS-CREDIT-ACCOUNT
000742         MOVE 'N' TO WS-CREDIT-DONE-SW
000743     ELSE
000744         MOVE SPACES TO WS-CREDIT-ACCOUNT
000745         MOVE 'Y' TO WS-CREDIT-DONE-SW
000746     END-IF
000747
000748     OPEN I-O DL100-ACT-FILE
000749
000750     PERFORM 3750-POST-ONE-ACCOUNT
000751         THRU 3750-POST-ONE-ACCOUNT-EXIT
000752         UNTIL WS-ACT-EOF
000753            OR (WS-DEBIT-DONE AND WS-CREDIT-DONE)
000754
000755     CLOSE DL100-ACT-FILE
000756     .
000757 3700-POST-BALANCES-EXIT.
000758     EXIT.
000759
000760 3750-POST-ONE-ACCOUNT.
000761     READ DL100-ACT-FILE
000762         AT END
000763             MOVE 'Y' TO WS-ACT-EOF-SW
000764         NOT AT END
000765             MOVE 'N' TO WS-REWRITE-SW
000766             IF DL100-ACT-ACCOUNT-NO EQUAL WS-APP-ACCOUNT-NO
000767                AND NOT WS-DEBIT-DONE
000768                 SUBTRACT WS-APP-AMOUNT FROM DL100-ACT-BALANCE
000769                 MOVE 'Y' TO WS-DEBIT-DONE-SW
000770                 MOVE 'Y' TO WS-REWRITE-SW
000771             END-IF
000772             IF DL100-ACT-ACCOUNT-NO EQUAL WS-CREDIT-ACCOUNT
000773                AND NOT WS-CREDIT-DONE
000774                 ADD WS-APP-AMOUNT TO DL100-ACT-BALANCE
000775                 MOVE 'Y' TO WS-CREDIT-DONE-SW
000776                 MOVE 'Y' TO WS-REWRITE-SW
000777             END-IF
000778             IF WS-REWRITE
000779                 REWRITE DL100-ACT-RECORD
000780             END-IF
000781     END-READ
000782     .
000783 3750-POST-ONE-ACCOUNT-EXIT.
000784     EXIT.
000785
000786 3800-LOG-REFUSAL.
000787     EVALUATE TRUE
000788         WHEN WS-REFUSE-OWN-ENTRY
000789             MOVE WS-OWN-ENTRY-MSG TO WS-RESULT-MSG
000790         WHEN WS-REFUSE-NO-AUTHORITY
000791             MOVE WS-NO-AUTHORITY-MSG TO WS-RESULT-MSG
000792         WHEN OTHER
000793             MOVE WS-OVER-AUTHORITY-MSG TO WS-RESULT-MSG
000794     END-EVALUATE
000795
000796     DISPLAY MYNAME ' DECISION REFUSED (' WS-REFUSE-REASON
000797         ') - USER ' EIBUSERID ' ' WS-APP-TRAN-CODE
000798         ' ACCOUNT ' WS-APP-ACCOUNT-NO
000799
000800     MOVE WS-UPDATE-TS TO DL100-ADR-TIMESTAMP
000801     MOVE EIBTRMID TO DL100-ADR-TERM-ID
000802     MOVE EIBUSERID TO DL100-ADR-USER-ID
000803     MOVE MYNAME TO DL100-ADR-PROGRAM
000804     MOVE WS-COMMAND TO DL100-ADR-COMMAND
000805     MOVE WS-REFUSE-REASON TO DL100-ADR-REASON
000806     MOVE WS-APP-TRAN-CODE TO DL100-ADR-TRAN-CODE
000807     MOVE WS-APP-CORR-ID TO DL100-ADR-CORR-ID
000808     MOVE WS-APP-ACCOUNT-NO TO DL100-ADR-ACCOUNT-NO
000809     MOVE WS-APP-AMOUNT TO DL100-ADR-AMOUNT
000810     MOVE WS-APP-USER-ID TO DL100-ADR-KEYED-BY
000811     MOVE WS-AUTHORITY-MAX TO DL100-ADR-MAX-AMOUNT
000812
000813     OPEN EXTEND DL100-ADR-FILE
000814     WRITE DL100-ADR-RECORD
000815     CLOSE DL100-ADR-FILE
000816     .
000817 3800-LOG-REFUSAL-EXIT.
000818     EXIT.
