000015* AND THE NEXT TASK APPLIES IT, STAMPING THE DECIDING USER AND
000016* TIMESTAMP ON THE RECORD EITHER WAY.
000017*
000018* MAKER-CHECKER - NO USER MAY DECIDE AN ENTRY THEY KEYED, AND
000019* A RELEASE ONLY GOES THROUGH WHEN THE AMOUNT IS WITHIN THE USER'S
000020* DL100APA APPROVER AUTHORITY.  A REFUSED ATTEMPT CHANGES NOTHING,
000021* IS LOGGED TO DL100ADR, AND THE ENTRY STAYS PENDING.
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
000034* 2026-09-02 JFM    A RELEASED ENTRY IS A PROCESSED MOVEMENT -
000035*                   IT NOW ALSO JOINS DL100TDT (FOR THE
000036*                   DL100GLX LEDGER EXTRACT) AND THE ACCOUNT'S
000037*                   DL100DTL DAY TOTAL (FOR THE CUMULATIVE
000038*                   LIMIT CHECK), NOT JUST DL100PRC - THE SAME
000039*                   FILES PGMA0001 AND DL100APQ WRITE.
000040* 2026-10-15 JFM    A RELEASED ENTRY NOW POSTS TO THE DL100ACT
000041*                   BALANCES THE SAME WAY PGMA0001 DOES.  AN
000042*                   ENTRY THE PAYING ACCOUNT CAN NO LONGER COVER
000043*                   IS REFUSED, LEFT PENDING, AND LOGGED TO
000044*                   DL100NSF FOR THE TRACE LOOKUPS.
000045* 2026-10-15 JFM    DL100TDT DETAIL NOW CARRIES THE REVERSAL
000046*                   FIELDS - WRITTEN AS NOT REVERSED.
000047* 2026-10-15 JFM    MAKER-CHECKER AND APPROVER AUTHORITY - A
000048*                   DECISION BY THE USER WHO KEYED THE ENTRY, OR
000049*                   A RELEASE OVER THE USER'S DL100APA MAXIMUM,
000050*                   IS REFUSED, LOGGED TO DL100ADR, AND LEFT
000051*                   PENDING.
000052* 2026-10-15 JFM    DL100DTL AND DL100PRC ARE NOW KEYED VSAM FILES
000053*                   - THE DAY TOTAL IS READ AND UPDATED BY DATE
000054*                   AND ACCOUNT, AND THE PROCESSED RECORD IS
000055*                   WRITTEN BY KEY.  DL100ACT IS STILL READ
000056*                   SEQUENTIALLY.
000057* 2026-10-15 JFM    A TOKEN ALREADY ON DL100PRC IS NOT WRITTEN TO
000058*                   DL100TDT, ADDED TO THE DAY TOTAL OR POSTED
000059*                   AGAIN - THE ENTRY IS REPORTED AS ALREADY
000060*                   PROCESSED.
000061*================================================================
000062 Identification Division.
000063 Program-ID. DL100SUQ.
000064 Environment Division.
000065 Input-Output Section.
000066 File-Control.
000067     SELECT DL100-SUS-FILE ASSIGN TO DL100SUS
000068         ORGANIZATION IS SEQUENTIAL.
000069     SELECT DL100-PRC-FILE ASSIGN TO DL100PRC
000070         ORGANIZATION IS INDEXED
000071         ACCESS MODE IS RANDOM
000072         RECORD KEY IS DL100-PRC-KEY.
000073     SELECT DL100-TDT-FILE ASSIGN TO DL100TDT
000074         ORGANIZATION IS SEQUENTIAL.
000075     SELECT DL100-DTL-FILE ASSIGN TO DL100DTL
000076         ORGANIZATION IS INDEXED
000077         ACCESS MODE IS RANDOM
000078         RECORD KEY IS DL100-DTL-KEY.
000079     SELECT DL100-ACT-FILE ASSIGN TO DL100ACT
000080         ORGANIZATION IS INDEXED
000081         ACCESS MODE IS SEQUENTIAL
000082         RECORD KEY IS DL100-ACT-ACCOUNT-NO.
000083     SELECT DL100-NSF-FILE ASSIGN TO DL100NSF
000084         ORGANIZATION IS SEQUENTIAL.
000085     SELECT DL100-APA-FILE ASSIGN TO DL100APA
000086         ORGANIZATION IS SEQUENTIAL.
000087     SELECT DL100-ADR-FILE ASSIGN TO DL100ADR
000088         ORGANIZATION IS SEQUENTIAL.
000089
000090 Data Division.
000091 File Section.
000092 FD  DL100-SUS-FILE
000093     RECORDING MODE IS F.
000094     COPY DL100SUS.
000095
000096 FD  DL100-PRC-FILE.
000097     COPY DL100PRC.
000098
000099 FD  DL100-TDT-FILE
000100     RECORDING MODE IS F.
000101     COPY DL100TDT.
000102
000103 FD  DL100-DTL-FILE.
000104     COPY DL100DTL.
000105
000106 FD  DL100-ACT-FILE.
000107     COPY DL100ACT.
000108
000109 FD  DL100-NSF-FILE
000110     RECORDING MODE IS F.
000111     COPY DL100NSF.
000112
000113 FD  DL100-APA-FILE
000114     RECORDING MODE IS F.
000115     COPY DL100APA.
000116
000117 FD  DL100-ADR-FILE
000118     RECORDING MODE IS F.
000119     COPY DL100ADR.
000120
000121 Working-Storage Section.
000122
000123 01  CONSTANTS.
000124     05  MYNAME                PIC X(008) VALUE 'DL100SUQ'.
000125     05  MY-TRANSID            PIC X(004) VALUE 'DSUQ'.
000126
000127 01  WS-SWITCHES.
000128     05  WS-EOF-SW             PIC X(01) VALUE 'N'.
000129         88  WS-EOF                VALUE 'Y'.
000130     05  WS-APPLIED-SW         PIC X(01) VALUE 'N'.
000131         88  WS-APPLIED            VALUE 'Y'.
000132     05  WS-DTL-FOUND-SW       PIC X(01) VALUE 'N'.
000133         88  WS-DTL-FOUND          VALUE 'Y'.
000134     05  WS-ACT-EOF-SW         PIC X(01) VALUE 'N'.
000135         88  WS-ACT-EOF            VALUE 'Y'.
000136     05  WS-ACCT-FOUND-SW      PIC X(01) VALUE 'N'.
000137         88  WS-ACCT-FOUND         VALUE 'Y'.
000138     05  WS-NSF-SW             PIC X(01) VALUE 'N'.
000139         88  WS-NSF                VALUE 'Y'.
000140     05  WS-DEBIT-DONE-SW      PIC X(01) VALUE 'N'.
000141         88  WS-DEBIT-DONE         VALUE 'Y'.
000142     05  WS-CREDIT-DONE-SW     PIC X(01) VALUE 'N'.
000143         88  WS-CREDIT-DONE        VALUE 'Y'.
000144     05  WS-REWRITE-SW         PIC X(01) VALUE 'N'.
000145         88  WS-REWRITE            VALUE 'Y'.
000146     05  WS-REFUSED-SW         PIC X(01) VALUE 'N'.
000147         88  WS-REFUSED            VALUE 'Y'.
000148     05  WS-ON-FILE-SW         PIC X(01) VALUE 'N'.
000149         88  WS-ON-FILE            VALUE 'Y'.
000150     05  WS-APA-EOF-SW         PIC X(01) VALUE 'N'.
000151         88  WS-APA-EOF            VALUE 'Y'.
000152     05  WS-APA-FOUND-SW       PIC X(01) VALUE 'N'.
000153         88  WS-APA-FOUND          VALUE 'Y'.
000154
000155 01  WS-ENTRY-NO               PIC S9(04) COMP VALUE 0.
000156 01  WS-SHIFT-IDX              PIC S9(04) COMP VALUE 0.
000157 01  WS-RECORD-NO              PIC S9(04) COMP VALUE 0.
000158 01  WS-PEND-COUNT             PIC S9(04) COMP VALUE 0.
000159 01  WS-LINE-NO                PIC S9(04) COMP VALUE 0.
000160 01  WS-ENTRY-NO-ED            PIC 9(04).
000161 01  WS-UPDATE-TS              PIC X(26).
000162 01  WS-PAYER-BALANCE          PIC S9(09)V99 VALUE 0.
000163 01  WS-CREDIT-ACCOUNT         PIC X(10).
000164 01  WS-AUTHORITY-MAX          PIC 9(09)V99 VALUE 0.
000165 01  WS-REFUSE-REASON          PIC X(04).
000166     88  WS-REFUSE-OWN-ENTRY       VALUE 'MAKR'.
000167     88  WS-REFUSE-NO-AUTHORITY    VALUE 'NOAU'.
000168     88  WS-REFUSE-OVER-AUTHORITY  VALUE 'AUTH'.
000169
000170 01  WS-COMMAND                PIC X(01).
000171
000172 01  WS-RELEASED-ENTRY.
000173     05  WS-REL-PROC-DATE      PIC X(08).
000174     05  WS-REL-TRAN-CODE      PIC X(04).
000175     05  WS-REL-ACCOUNT-NO     PIC X(10).
000176     05  WS-REL-COUNTERPARTY   PIC X(20).
000177     05  WS-REL-AMOUNT         PIC 9(07)V99.
000178     05  WS-REL-CORR-ID        PIC X(16).
000179     05  WS-REL-USER-ID        PIC X(08).
000180
000181 01  WS-RECEIVE-AREA           PIC X(005).
000182 01  WS-RECEIVE-LEN            PIC S9(04) COMP VALUE 5.
000183
000184 01  WS-RESP-AREA.
000185     05  WS-RESP               PIC S9(08) COMP.
000186     05  WS-RESP2              PIC S9(08) COMP.
000187
000188 01  WS-PEND-TABLE.
000189     05  WS-PEND-ENTRY OCCURS 0 TO 100 TIMES
000190             DEPENDING ON WS-PEND-COUNT.
000191         10  WS-PEND-RECORD-NO     PIC S9(04) COMP.
000192         10  WS-PEND-TIMESTAMP     PIC X(26).
000193         10  WS-PEND-TRAN-CODE     PIC X(04).
000194         10  WS-PEND-ACCOUNT-NO    PIC X(10).
000195         10  WS-PEND-AMOUNT        PIC 9(07)V99.
000196         10  WS-PEND-USER-ID       PIC X(08).
000197
000198 01  WS-BROWSE-BLOCK.
000199     05  WS-BROWSE-LINE OCCURS 10 TIMES INDEXED BY WS-LINE-IDX
000200             PIC X(079).
000201
000202 01  WS-DETAIL-LINE.
000203     05  DL-ENTRY-NO           PIC 9(04).
000204     05  FILLER                PIC X(01) VALUE SPACE.
000205     05  DL-TIMESTAMP          PIC X(26).
000206     05  FILLER                PIC X(01) VALUE SPACE.
000207     05  DL-TRAN-CODE          PIC X(04).
000208     05  FILLER                PIC X(01) VALUE SPACE.
000209     05  DL-ACCOUNT-NO         PIC X(10).
000210     05  FILLER                PIC X(01) VALUE SPACE.
000211     05  DL-AMOUNT             PIC Z,ZZZ,ZZ9.99.
000212     05  FILLER                PIC X(01) VALUE SPACE.
000213     05  DL-USER-ID            PIC X(08).
000214     05  FILLER                PIC X(10) VALUE SPACES.
000215
000216 01  WS-PROMPT-LINE            PIC X(079) VALUE
000217     'KEY Rnnnn TO RELEASE OR Jnnnn TO REJECT AN ENTRY'.
000218 01  WS-EMPTY-MSG              PIC X(079) VALUE
000219     'NO PENDING SUSPENSE ENTRIES - QUEUE IS CLEAR'.
000220 01  WS-BAD-INPUT-MSG          PIC X(079) VALUE
000221     'COMMAND NOT RECOGNIZED - KEY Rnnnn OR Jnnnn'.
000222 01  WS-NOT-FOUND-MSG          PIC X(079) VALUE
000223     'ENTRY NOT FOUND OR ALREADY DECIDED - NOTHING CHANGED'.
000224 01  WS-RELEASED-MSG           PIC X(079) VALUE
000225     'ENTRY RELEASED AND RECORDED AS PROCESSED'.
000226 01  WS-REJECTED-MSG           PIC X(079) VALUE
000227     'ENTRY REJECTED - TRANSACTION WILL NOT BE PROCESSED'.
000228 01  WS-NSF-MSG                PIC X(079) VALUE
000229     'INSUFFICIENT FUNDS IN PAYING ACCOUNT - ENTRY LEFT PENDING'.
000230 01  WS-OWN-ENTRY-MSG          PIC X(079) VALUE
000231     'ENTRY WAS KEYED BY YOU - ANOTHER USER MUST DECIDE IT'.
000232 01  WS-NO-AUTHORITY-MSG       PIC X(079) VALUE
000233     'NO APPROVER AUTHORITY ON FILE FOR YOU - ENTRY LEFT PENDING'.
000234 01  WS-OVER-AUTHORITY-MSG     PIC X(079) VALUE
000235     'AMOUNT IS OVER YOUR APPROVER AUTHORITY - REFER IT UPWARD'.
000236 01  WS-ON-FILE-MSG            PIC X(079) VALUE
000237     'ENTRY ALREADY RECORDED AS PROCESSED - NOT POSTED AGAIN'.
000238 01  WS-RESULT-MSG             PIC X(079).
000239
000240 01  WS-PROMPTED-STATE         PIC X(001) VALUE 'P'.
000241
000242 Linkage Section.
000243
000244 01  DFHCOMMAREA               PIC X(001).
000245
000246 Procedure Division.
000247 0000-MAINLINE.
000248     IF EIBCALEN EQUAL 0
000249         PERFORM 1000-BROWSE-QUEUE
000250             THRU 1000-BROWSE-QUEUE-EXIT
000251
000252         EXEC CICS
000253              RETURN
000254              TRANSID(MY-TRANSID)
000255              FROM(WS-PROMPTED-STATE)
000256              LENGTH(LENGTH OF WS-PROMPTED-STATE)
000257         END-EXEC
000258     ELSE
000259         PERFORM 2000-RECEIVE-COMMAND
000260             THRU 2000-RECEIVE-COMMAND-EXIT
000261
000262         PERFORM 3000-APPLY-COMMAND
000263             THRU 3000-APPLY-COMMAND-EXIT
000264
000265         EXEC CICS
000266              SEND TEXT
000267              FROM(WS-RESULT-MSG)
000268              LENGTH(LENGTH OF WS-RESULT-MSG)
000269              ERASE
000270         END-EXEC
000271
000272         EXEC CICS
000273              RETURN
000274              TRANSID(MY-TRANSID)
000275         END-EXEC
000276     END-IF
000277
000278     GOBACK
000279     .
000280
000281 1000-BROWSE-QUEUE.
000282     MOVE 0 TO WS-PEND-COUNT
000283     MOVE 0 TO WS-RECORD-NO
000284     MOVE 'N' TO WS-EOF-SW
000285
000286     OPEN INPUT DL100-SUS-FILE
000287
000288     PERFORM 1100-COLLECT-ONE-ENTRY
000289         THRU 1100-COLLECT-ONE-ENTRY-EXIT
000290         UNTIL WS-EOF
000291
000292     CLOSE DL100-SUS-FILE
000293
000294     PERFORM 1200-BUILD-DISPLAY
000295         THRU 1200-BUILD-DISPLAY-EXIT
000296
000297     EXEC CICS
000298          SEND TEXT
000299          FROM(WS-BROWSE-BLOCK)
000300          LENGTH(LENGTH OF WS-BROWSE-BLOCK)
000301          ERASE
000302     END-EXEC
000303     .
000304 1000-BROWSE-QUEUE-EXIT.
000305     EXIT.
000306
000307 1100-COLLECT-ONE-ENTRY.
000308     READ DL100-SUS-FILE
000309         AT END
000310             MOVE 'Y' TO WS-EOF-SW
000311         NOT AT END
000312             ADD 1 TO WS-RECORD-NO
000313             IF DL100-SUS-PENDING
000314*                A NEWEST-FIRST CONSOLE MUST NEVER LOSE THE
000315*                NEWEST ENTRIES - WHEN THE TABLE IS FULL, SHIFT
000316*                THE OLDEST ONE OUT AND KEEP COLLECTING.
000317                 IF WS-PEND-COUNT < 100
000318                     ADD 1 TO WS-PEND-COUNT
000319                 ELSE
000320                     PERFORM 1150-SHIFT-OUT-OLDEST
000321                         THRU 1150-SHIFT-OUT-OLDEST-EXIT
000322                 END-IF
000323                 MOVE WS-RECORD-NO
000324                     TO WS-PEND-RECORD-NO (WS-PEND-COUNT)
000325                 MOVE DL100-SUS-TIMESTAMP
000326                     TO WS-PEND-TIMESTAMP (WS-PEND-COUNT)
000327                 MOVE DL100-SUS-TRAN-CODE
000328                     TO WS-PEND-TRAN-CODE (WS-PEND-COUNT)
000329                 MOVE DL100-SUS-ACCOUNT-NO
000330                     TO WS-PEND-ACCOUNT-NO (WS-PEND-COUNT)
000331                 MOVE DL100-SUS-AMOUNT
000332                     TO WS-PEND-AMOUNT (WS-PEND-COUNT)
000333                 MOVE DL100-SUS-USER-ID
000334                     TO WS-PEND-USER-ID (WS-PEND-COUNT)
000335             END-IF
000336     END-READ
000337     .
000338 1100-COLLECT-ONE-ENTRY-EXIT.
000339     EXIT.
000340
000341 1150-SHIFT-OUT-OLDEST.
000342     PERFORM 1170-SHIFT-ONE-ENTRY
000343         THRU 1170-SHIFT-ONE-ENTRY-EXIT
000344         VARYING WS-SHIFT-IDX FROM 1 BY 1
000345         UNTIL WS-SHIFT-IDX > 99
000346     .
000347 1150-SHIFT-OUT-OLDEST-EXIT.
000348     EXIT.
000349
000350 1170-SHIFT-ONE-ENTRY.
000351     MOVE WS-PEND-ENTRY (WS-SHIFT-IDX + 1)
000352         TO WS-PEND-ENTRY (WS-SHIFT-IDX)
000353     .
000354 1170-SHIFT-ONE-ENTRY-EXIT.
000355     EXIT.
000356
000357 1200-BUILD-DISPLAY.
000358     PERFORM 1250-CLEAR-ONE-LINE
000359         THRU 1250-CLEAR-ONE-LINE-EXIT
000360         VARYING WS-LINE-IDX FROM 1 BY 1
000361         UNTIL WS-LINE-IDX > 10
000362
000363     IF WS-PEND-COUNT EQUAL 0
000364         MOVE WS-EMPTY-MSG TO WS-BROWSE-LINE (1)
000365         GO TO 1200-BUILD-DISPLAY-EXIT
000366     END-IF
000367
000368*    NEWEST FIRST - THE FILE IS APPEND-ORDER, SO WALK IT BACKWARD.
000369     MOVE 0 TO WS-LINE-NO
000370     PERFORM 1300-FORMAT-ONE-LINE
000371         THRU 1300-FORMAT-ONE-LINE-EXIT
000372         VARYING WS-ENTRY-NO FROM WS-PEND-COUNT BY -1
000373         UNTIL WS-ENTRY-NO < 1
000374            OR WS-LINE-NO > 8
000375
000376     ADD 1 TO WS-LINE-NO
000377     IF WS-LINE-NO > 10
000378         MOVE 10 TO WS-LINE-NO
000379     END-IF
000380     SET WS-LINE-IDX TO WS-LINE-NO
000381     MOVE WS-PROMPT-LINE TO WS-BROWSE-LINE (WS-LINE-IDX)
000382     .
000383 1200-BUILD-DISPLAY-EXIT.
000384     EXIT.
000385
000386 1250-CLEAR-ONE-LINE.
000387     MOVE SPACES TO WS-BROWSE-LINE (WS-LINE-IDX)
000388     .
000389 1250-CLEAR-ONE-LINE-EXIT.
000390     EXIT.
000391
000392 1300-FORMAT-ONE-LINE.
000393     ADD 1 TO WS-LINE-NO
000394     SET WS-LINE-IDX TO WS-LINE-NO
000395
000396     MOVE SPACES TO WS-DETAIL-LINE
000397     MOVE WS-PEND-RECORD-NO (WS-ENTRY-NO) TO DL-ENTRY-NO
000398     MOVE WS-PEND-TIMESTAMP (WS-ENTRY-NO) TO DL-TIMESTAMP
000399     MOVE WS-PEND-TRAN-CODE (WS-ENTRY-NO) TO DL-TRAN-CODE
000400     MOVE WS-PEND-ACCOUNT-NO (WS-ENTRY-NO) TO DL-ACCOUNT-NO
000401     MOVE WS-PEND-AMOUNT (WS-ENTRY-NO) TO DL-AMOUNT
000402     MOVE WS-PEND-USER-ID (WS-ENTRY-NO) TO DL-USER-ID
000403
000404     MOVE WS-DETAIL-LINE TO WS-BROWSE-LINE (WS-LINE-IDX)
000405     .
000406 1300-FORMAT-ONE-LINE-EXIT.
000407     EXIT.
000408
000409 2000-RECEIVE-COMMAND.
000410     MOVE SPACES TO WS-RECEIVE-AREA
000411     MOVE 5 TO WS-RECEIVE-LEN
000412
000413     EXEC CICS
000414          RECEIVE
000415          INTO(WS-RECEIVE-AREA)
000416          LENGTH(WS-RECEIVE-LEN)
000417          RESP(WS-RESP)
000418          RESP2(WS-RESP2)
000419     END-EXEC
000420
000421     MOVE SPACES TO WS-COMMAND
000422     MOVE 0 TO WS-ENTRY-NO
000423
000424     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
000425         GO TO 2000-RECEIVE-COMMAND-EXIT
000426     END-IF
000427
000428     MOVE WS-RECEIVE-AREA(1:1) TO WS-COMMAND
000429     IF WS-RECEIVE-AREA(2:4) IS NUMERIC
000430         MOVE WS-RECEIVE-AREA(2:4) TO WS-ENTRY-NO-ED
000431         MOVE WS-ENTRY-NO-ED TO WS-ENTRY-NO
000432     END-IF
000433     .
000434 2000-RECEIVE-COMMAND-EXIT.
000435     EXIT.
000436
000437 3000-APPLY-COMMAND.
000438     MOVE WS-BAD-INPUT-MSG TO WS-RESULT-MSG
000439
000440     IF WS-ENTRY-NO NOT GREATER THAN 0
000441         GO TO 3000-APPLY-COMMAND-EXIT
000442     END-IF
000443
000444     IF WS-COMMAND NOT EQUAL 'R'
000445        AND WS-COMMAND NOT EQUAL 'J'
000446         GO TO 3000-APPLY-COMMAND-EXIT
000447     END-IF
000448
000449     MOVE WS-NOT-FOUND-MSG TO WS-RESULT-MSG
000450     MOVE FUNCTION CURRENT-DATE TO WS-UPDATE-TS
000451     MOVE 'N' TO WS-APPLIED-SW
000452     MOVE 'N' TO WS-NSF-SW
000453     MOVE 'N' TO WS-REFUSED-SW
000454     MOVE 0 TO WS-RECORD-NO
000455     MOVE 'N' TO WS-EOF-SW
000456
000457     OPEN I-O DL100-SUS-FILE
000458
000459     PERFORM 3100-UPDATE-AT-ENTRY
000460         THRU 3100-UPDATE-AT-ENTRY-EXIT
000461         UNTIL WS-EOF
000462            OR WS-APPLIED
000463            OR WS-NSF
000464            OR WS-REFUSED
000465
000466     CLOSE DL100-SUS-FILE
000467
000468     IF WS-REFUSED
000469         PERFORM 3800-LOG-REFUSAL
000470             THRU 3800-LOG-REFUSAL-EXIT
000471         GO TO 3000-APPLY-COMMAND-EXIT
000472     END-IF
000473     IF WS-NSF
000474         PERFORM 3400-REFUSE-DECISION
000475             THRU 3400-REFUSE-DECISION-EXIT
000476         MOVE WS-NSF-MSG TO WS-RESULT-MSG
000477         GO TO 3000-APPLY-COMMAND-EXIT
000478     END-IF
000479     IF WS-APPLIED
000480         IF WS-COMMAND EQUAL 'R'
000481             PERFORM 3500-RECORD-RELEASE
000482                 THRU 3500-RECORD-RELEASE-EXIT
000483             IF WS-ON-FILE
000484                 MOVE WS-ON-FILE-MSG TO WS-RESULT-MSG
000485                 GO TO 3000-APPLY-COMMAND-EXIT
000486             END-IF
000487             PERFORM 3700-POST-BALANCES
000488                 THRU 3700-POST-BALANCES-EXIT
000489             MOVE WS-RELEASED-MSG TO WS-RESULT-MSG
000490         ELSE
000491             MOVE WS-REJECTED-MSG TO WS-RESULT-MSG
000492         END-IF
000493     END-IF
000494     .
000495 3000-APPLY-COMMAND-EXIT.
000496     EXIT.
000497
000498 3100-UPDATE-AT-ENTRY.
000499     READ DL100-SUS-FILE
000500         AT END
000501             MOVE 'Y' TO WS-EOF-SW
000502         NOT AT END
000503             ADD 1 TO WS-RECORD-NO
000504             IF WS-RECORD-NO EQUAL WS-ENTRY-NO
000505                AND DL100-SUS-PENDING
000506                 PERFORM 3200-APPLY-ONE-DECISION
000507                     THRU 3200-APPLY-ONE-DECISION-EXIT
000508             END-IF
000509     END-READ
000510     .
000511 3100-UPDATE-AT-ENTRY-EXIT.
000512     EXIT.
000513
000514 3200-APPLY-ONE-DECISION.
000515*    A REFUSED DECISION IS LOGGED, AND A RELEASED ENTRY IS
000516*    RECORDED AS PROCESSED, AFTER THE SUSPENSE FILE IS CLOSED -
000517*    CAPTURE WHAT BOTH NEED NOW.
000518     MOVE DL100-SUS-PROC-DATE TO WS-REL-PROC-DATE
000519     MOVE DL100-SUS-TRAN-CODE TO WS-REL-TRAN-CODE
000520     MOVE DL100-SUS-ACCOUNT-NO TO WS-REL-ACCOUNT-NO
000521     MOVE DL100-SUS-COUNTERPARTY TO WS-REL-COUNTERPARTY
000522     MOVE DL100-SUS-AMOUNT TO WS-REL-AMOUNT
000523     MOVE DL100-SUS-CORR-ID TO WS-REL-CORR-ID
000524     MOVE DL100-SUS-USER-ID TO WS-REL-USER-ID
000525
000526*    MAKER-CHECKER - WHOEVER KEYED THE ENTRY MAY NOT DECIDE IT.
000527     IF WS-REL-USER-ID EQUAL EIBUSERID
000528         SET WS-REFUSE-OWN-ENTRY TO TRUE
000529         MOVE 0 TO WS-AUTHORITY-MAX
000530         MOVE 'Y' TO WS-REFUSED-SW
000531         GO TO 3200-APPLY-ONE-DECISION-EXIT
000532     END-IF
000533
000534     IF WS-COMMAND EQUAL 'R'
000535         PERFORM 3250-CHECK-AUTHORITY
000536             THRU 3250-CHECK-AUTHORITY-EXIT
000537         IF WS-REFUSED
000538             GO TO 3200-APPLY-ONE-DECISION-EXIT
000539         END-IF
000540         PERFORM 3300-CHECK-FUNDS
000541             THRU 3300-CHECK-FUNDS-EXIT
000542         IF WS-NSF
000543             GO TO 3200-APPLY-ONE-DECISION-EXIT
000544         END-IF
000545         SET DL100-SUS-RELEASED TO TRUE
000546     ELSE
000547         SET DL100-SUS-REJECTED TO TRUE
000548     END-IF
000549
000550     MOVE EIBUSERID TO DL100-SUS-DECIDED-BY
000551     MOVE WS-UPDATE-TS TO DL100-SUS-DECIDED-TS
000552
000553     REWRITE DL100-SUS-RECORD
000554
000555     MOVE 'Y' TO WS-APPLIED-SW
000556     .
000557 3200-APPLY-ONE-DECISION-EXIT.
000558     EXIT.
000559
000560 3250-CHECK-AUTHORITY.
000561*    THE DECIDING USER'S OWN CEILING - NO RECORD, NO AUTHORITY.
000562     MOVE 'N' TO WS-APA-FOUND-SW
000563     MOVE 'N' TO WS-APA-EOF-SW
000564     MOVE 0 TO WS-AUTHORITY-MAX
000565
000566     OPEN INPUT DL100-APA-FILE
000567
000568     PERFORM 3270-READ-ONE-AUTHORITY
000569         THRU 3270-READ-ONE-AUTHORITY-EXIT
000570         UNTIL WS-APA-EOF
000571            OR WS-APA-FOUND
000572
000573     CLOSE DL100-APA-FILE
000574
000575     IF NOT WS-APA-FOUND
000576         SET WS-REFUSE-NO-AUTHORITY TO TRUE
000577         MOVE 'Y' TO WS-REFUSED-SW
000578         GO TO 3250-CHECK-AUTHORITY-EXIT
000579     END-IF
000580
000581     IF WS-REL-AMOUNT GREATER THAN WS-AUTHORITY-MAX
000582         SET WS-REFUSE-OVER-AUTHORITY TO TRUE
000583         MOVE 'Y' TO WS-REFUSED-SW
000584     END-IF
000585     .
000586 3250-CHECK-AUTHORITY-EXIT.
000587     EXIT.
000588
000589 3270-READ-ONE-AUTHORITY.
000590     READ DL100-APA-FILE
000591         AT END
000592             MOVE 'Y' TO WS-APA-EOF-SW
000593         NOT AT END
000594             IF DL100-APA-USER-ID EQUAL EIBUSERID
000595                 MOVE DL100-APA-MAX-AMOUNT TO WS-AUTHORITY-MAX
000596                 MOVE 'Y' TO WS-APA-FOUND-SW
000597             END-IF
000598     END-READ
000599     .
000600 3270-READ-ONE-AUTHORITY-EXIT.
000601     EXIT.
000602
000603 3300-CHECK-FUNDS.
000604*    THE BALANCE MAY HAVE MOVED SINCE THE ENTRY WAS HELD - THE
000605*    PAYING ACCOUNT MUST STILL COVER IT NOW, OR IT STAYS PENDING.
000606     MOVE 'N' TO WS-ACCT-FOUND-SW
000607     MOVE 'N' TO WS-ACT-EOF-SW
000608     MOVE 0 TO WS-PAYER-BALANCE
000609
000610     OPEN INPUT DL100-ACT-FILE
000611
000612     PERFORM 3350-READ-ONE-BALANCE
000613         THRU 3350-READ-ONE-BALANCE-EXIT
000614         UNTIL WS-ACT-EOF
000615            OR WS-ACCT-FOUND
000616
000617     CLOSE DL100-ACT-FILE
000618
000619     IF WS-PAYER-BALANCE - WS-REL-AMOUNT LESS THAN 0
000620         MOVE 'Y' TO WS-NSF-SW
000621     END-IF
000622     .
000623 3300-CHECK-FUNDS-EXIT.
000624     EXIT.
000625
000626 3350-READ-ONE-BALANCE.
000627     READ DL100-ACT-FILE
000628         AT END
000629             MOVE 'Y' TO WS-ACT-EOF-SW
000630         NOT AT END
000631             IF DL100-ACT-ACCOUNT-NO EQUAL WS-REL-ACCOUNT-NO
000632                 MOVE DL100-ACT-BALANCE TO WS-PAYER-BALANCE
000633                 MOVE 'Y' TO WS-ACCT-FOUND-SW
000634             END-IF
000635     END-READ
000636     .
000637 3350-READ-ONE-BALANCE-EXIT.
000638     EXIT.
000639
000640 3400-REFUSE-DECISION.
000641     DISPLAY MYNAME ' INSUFFICIENT FUNDS ' WS-REL-TRAN-CODE
000642         ' FOR ACCOUNT ' WS-REL-ACCOUNT-NO ' - ENTRY LEFT PENDING'
000643
000644     MOVE WS-UPDATE-TS TO DL100-NSF-TIMESTAMP
000645     MOVE EIBTRMID TO DL100-NSF-TERM-ID
000646     MOVE EIBUSERID TO DL100-NSF-USER-ID
000647     MOVE MYNAME TO DL100-NSF-PROGRAM
000648     MOVE WS-REL-TRAN-CODE TO DL100-NSF-TRAN-CODE
000649     MOVE WS-REL-CORR-ID TO DL100-NSF-CORR-ID
000650     MOVE WS-REL-ACCOUNT-NO TO DL100-NSF-ACCOUNT-NO
000651     MOVE WS-REL-AMOUNT TO DL100-NSF-AMOUNT
000652     MOVE WS-PAYER-BALANCE TO DL100-NSF-BALANCE
000653
000654     OPEN EXTEND DL100-NSF-FILE
000655     WRITE DL100-NSF-RECORD
000656     CLOSE DL100-NSF-FILE
000657     .
000658 3400-REFUSE-DECISION-EXIT.
000659     EXIT.
000660
000661 3500-RECORD-RELEASE.
000662*    A RELEASED MOVEMENT IS A PROCESSED MOVEMENT - IT JOINS
000663*    THE SAME FILES PGMA0001 WRITES, SO THE DUPLICATE CHECK,
000664*    THE LEDGER EXTRACT, AND THE DAILY TOTAL ALL SEE IT.
000665     MOVE WS-REL-PROC-DATE TO DL100-PRC-PROC-DATE
000666     MOVE WS-REL-TRAN-CODE TO DL100-PRC-TRAN-CODE
000667     MOVE WS-REL-ACCOUNT-NO TO DL100-PRC-ACCOUNT-NO
000668     MOVE WS-REL-COUNTERPARTY TO DL100-PRC-COUNTERPARTY
000669     MOVE WS-REL-AMOUNT TO DL100-PRC-AMOUNT
000670     MOVE WS-REL-CORR-ID TO DL100-PRC-CORR-ID
000671     MOVE WS-UPDATE-TS TO DL100-PRC-TIMESTAMP
000672
000673     MOVE 'N' TO WS-ON-FILE-SW
000674
000675     OPEN I-O DL100-PRC-FILE
000676     WRITE DL100-PRC-RECORD
000677         INVALID KEY
000678             DISPLAY MYNAME ' DL100PRC ALREADY HOLDS TOKEN '
000679                 DL100-PRC-CORR-ID ' - NOT RECORDED TWICE'
000680             MOVE 'Y' TO WS-ON-FILE-SW
000681     END-WRITE
000682     CLOSE DL100-PRC-FILE
000683
000684*    THE TOKEN WAS RECORDED AND POSTED BEFORE - NOT POSTED AGAIN.
000685     IF WS-ON-FILE
000686         GO TO 3500-RECORD-RELEASE-EXIT
000687     END-IF
000688
000689     MOVE WS-UPDATE-TS TO DL100-TDT-TIMESTAMP
000690     MOVE WS-REL-PROC-DATE TO DL100-TDT-PROC-DATE
000691     MOVE WS-REL-TRAN-CODE TO DL100-TDT-TRAN-CODE
000692     MOVE WS-REL-CORR-ID TO DL100-TDT-CORR-ID
000693     MOVE WS-REL-USER-ID TO DL100-TDT-USER-ID
000694     MOVE WS-REL-ACCOUNT-NO TO DL100-TDT-ACCOUNT-NO
000695     MOVE WS-REL-COUNTERPARTY TO DL100-TDT-COUNTERPARTY
000696     MOVE WS-REL-AMOUNT TO DL100-TDT-AMOUNT
000697     SET DL100-TDT-UNEXTRACTED TO TRUE
000698     SET DL100-TDT-NOT-REVERSED TO TRUE
000699     MOVE SPACES TO DL100-TDT-ORIG-CORR-ID
000700
000701     OPEN EXTEND DL100-TDT-FILE
000702     WRITE DL100-TDT-RECORD
000703     CLOSE DL100-TDT-FILE
000704
000705     PERFORM 3600-UPDATE-DAY-TOTAL
000706         THRU 3600-UPDATE-DAY-TOTAL-EXIT
000707     .
000708 3500-RECORD-RELEASE-EXIT.
000709     EXIT.
000710
000711 3600-UPDATE-DAY-TOTAL.
000712     MOVE WS-REL-PROC-DATE TO DL100-DTL-PROC-DATE
000713     MOVE WS-REL-ACCOUNT-NO TO DL100-DTL-ACCOUNT-NO
000714
000715     OPEN I-O DL100-DTL-FILE
000716
000717     READ DL100-DTL-FILE
000718         INVALID KEY
000719             MOVE 'N' TO WS-DTL-FOUND-SW
000720         NOT INVALID KEY
000721             MOVE 'Y' TO WS-DTL-FOUND-SW
000722     END-READ
000723
000724     IF WS-DTL-FOUND
000725         ADD WS-REL-AMOUNT TO DL100-DTL-TOTAL-AMOUNT
000726         REWRITE DL100-DTL-RECORD
000727     ELSE
000728         MOVE WS-REL-PROC-DATE TO DL100-DTL-PROC-DATE
000729         MOVE WS-REL-ACCOUNT-NO TO DL100-DTL-ACCOUNT-NO
000730         MOVE WS-REL-AMOUNT TO DL100-DTL-TOTAL-AMOUNT
000731         WRITE DL100-DTL-RECORD
000732     END-IF
000733
000734     CLOSE DL100-DTL-FILE
000735     .
000736 3600-UPDATE-DAY-TOTAL-EXIT.
000737     EXIT.
000738
000739 3700-POST-BALANCES.
000740*    THE SAME POSTING PGMA0001 DOES - PAY1 DEBITS THE PAYING
000741*    ACCOUNT, XFR1 ALSO CREDITS THE TO-ACCOUNT CARRIED IN THE
000742*    COUNTERPARTY.
000743     MOVE 'N' TO WS-DEBIT-DONE-SW
000744     MOVE 'N' TO WS-ACT-EOF-SW
000745
000746     IF WS-REL-TRAN-CODE EQUAL 'XFR1'
000747         MOVE WS-REL-COUNTERPARTY(1:10) TO WS-CREDIT-ACCOUNT
000748         MOVE 'N' TO WS-CREDIT-DONE-SW
000749     ELSE
000750         MOVE SPACES TO WS-CREDIT-ACCOUNT
000751         MOVE 'Y' TO WS-CREDIT-DONE-SW
000752     END-IF
000753
000754     OPEN I-O DL100-ACT-FILE
000755
000756     PERFORM 3750-POST-ONE-ACCOUNT
000757         THRU 3750-POST-ONE-ACCOUNT-EXIT
000758         UNTIL WS-ACT-EOF
000759            OR (WS-DEBIT-DONE AND WS-CREDIT-DONE)
000760
000761     CLOSE DL100-ACT-FILE
000762     .
000763 3700-POST-BALANCES-EXIT.
000764     EXIT.
000765
000766 3750-POST-ONE-ACCOUNT.
000767     READ DL100-ACT-FILE
000768         AT END
000769             MOVE 'Y' TO WS-ACT-EOF-SW
000770         NOT AT END
000771             MOVE 'N' TO WS-REWRITE-SW
000772             IF DL100-ACT-ACCOUNT-NO EQUAL WS-REL-ACCOUNT-NO
000773                AND NOT WS-DEBIT-DONE
000774                 SUBTRACT WS-REL-AMOUNT FROM DL100-ACT-BALANCE
000775                 MOVE 'Y' TO WS-DEBIT-DONE-SW
000776                 MOVE 'Y' TO WS-REWRITE-SW
000777             END-IF
000778             IF DL100-ACT-ACCOUNT-NO EQUAL WS-CREDIT-ACCOUNT
000779                AND NOT WS-CREDIT-DONE
000780                 ADD WS-REL-AMOUNT TO DL100-ACT-BALANCE
000781                 MOVE 'Y' TO WS-CREDIT-DONE-SW
000782                 MOVE 'Y' TO WS-REWRITE-SW
000783             END-IF
000784             IF WS-REWRITE
000785                 REWRITE DL100-ACT-RECORD
000786             END-IF
000787     END-READ
000788     .
000789 3750-POST-ONE-ACCOUNT-EXIT.
000790     EXIT.
000791
000792 3800-LOG-REFUSAL.
000793     EVALUATE TRUE
000794         WHEN WS-REFUSE-OWN-ENTRY
000795             MOVE WS-OWN-ENTRY-MSG TO WS-RESULT-MSG
000796         WHEN WS-REFUSE-NO-AUTHORITY
000797             MOVE WS-NO-AUTHORITY-MSG TO WS-RESULT-MSG
000798         WHEN OTHER
000799             MOVE WS-OVER-AUTHORITY-MSG TO WS-RESULT-MSG
000800     END-EVALUATE
000801
000802     DISPLAY MYNAME ' DECISION REFUSED (' WS-REFUSE-REASON
000803         ') - USER ' EIBUSERID ' ' WS-REL-TRAN-CODE
000804         ' ACCOUNT ' WS-REL-ACCOUNT-NO
000805
000806     MOVE WS-UPDATE-TS TO DL100-ADR-TIMESTAMP
000807     MOVE EIBTRMID TO DL100-ADR-TERM-ID
000808     MOVE EIBUSERID TO DL100-ADR-USER-ID
000809     MOVE MYNAME TO DL100-ADR-PROGRAM
000810     MOVE WS-COMMAND TO DL100-ADR-COMMAND
000811     MOVE WS-REFUSE-REASON TO DL100-ADR-REASON
000812     MOVE WS-REL-TRAN-CODE TO DL100-ADR-TRAN-CODE
000813     MOVE WS-REL-CORR-ID TO DL100-ADR-CORR-ID
000814     MOVE WS-REL-ACCOUNT-NO TO DL100-ADR-ACCOUNT-NO
000815     MOVE WS-REL-AMOUNT TO DL100-ADR-AMOUNT
000816     MOVE WS-REL-USER-ID TO DL100-ADR-KEYED-BY
000817     MOVE WS-AUTHORITY-MAX TO DL100-ADR-MAX-AMOUNT
000818
000819     OPEN EXTEND DL100-ADR-FILE
000820     WRITE DL100-ADR-RECORD
000821     CLOSE DL100-ADR-FILE
000822     .
000823 3800-LOG-REFUSAL-EXIT.
000824     EXIT.
