000001*================================================================
000002* DL100CRC
000003*
000004* COMPLIANCE CONSOLE FOR THE DL100CRQ WATCH-LIST REVIEW QUEUE.
000005*
000006* PGMA0001 AND DL100WRL PARK A PAY1/XFR1 HERE WHEN ITS PAYEE OR
000007* TO-ACCOUNT HITS THE DL100WLS WATCH LIST.  THE FIRST TASK
000008* (EIBCALEN ZERO) LISTS THE PENDING ENTRIES NEWEST-FIRST WITH
000009* THEIR ENTRY NUMBERS, HOW THEY MATCHED (E EXACT NAME, N
000010* NORMALIZED NAME, A ACCOUNT NUMBER) AND THE LISTED PARTY; THE
000011* COMPLIANCE OFFICER THEN KEYS
000012*     Cnnnn    - CLEAR ENTRY NNNN (A FALSE MATCH) - THE MOVEMENT
000013*                CARRIES ON THROUGH THE CHECKS IT HAD NOT YET
000014*                REACHED, IN PGMA0001'S ORDER: A SAME-DAY MATCH
000015*                ON DL100PRC GOES TO DL100SUS, AN OVER-LIMIT
000016*                MOVEMENT TO DL100PND, AND OTHERWISE IT IS
000017*                RECORDED AND POSTED AS PROCESSED.  ONE THE
000018*                PAYING ACCOUNT CAN NO LONGER COVER IS REFUSED,
000019*                LOGGED TO DL100NSF, AND LEFT PENDING.
000020*     Bnnnn    - BLOCK ENTRY NNNN - IT IS NEVER PROCESSED
000021* AND THE NEXT TASK APPLIES IT, STAMPING THE DECIDING USER,
000022* TIMESTAMP, AND (FOR A CLEAR) WHERE THE MOVEMENT WENT.  THE
000023* SAME-DAY CHECKS RUN AGAINST THE PROCESSING DATE THE ENTRY WAS
000024* HELD ON, AND IT IS RECORDED UNDER THAT DATE - UNLESS DL100EOD
000025* HAS CLOSED THAT DATE SINCE, WHEN THE NEXT PROCESSING DATE IT
000026* OPENED (DL100DCS) IS USED INSTEAD.
000027*
000028* MAKER-CHECKER - NO USER MAY DECIDE AN ENTRY THEY KEYED; THE
000029* REFUSAL IS LOGGED TO DL100ADR AND THE ENTRY STAYS PENDING.
000030*
000031* PSEUDO-CONVERSATIONAL IN THE SAME SHAPE AS DL100SUQ.
000032*
000033* MAINTENANCE HISTORY
000034* DATE       INIT   DESCRIPTION
000035* ---------- ------ ----------------------------------------------
000036* 2026-10-15 JFM    INITIAL VERSION.
000037* 2026-10-15 JFM    DL100DTL AND DL100PRC ARE NOW KEYED VSAM FILES
000038*                   - THE DUPLICATE CHECK IS A GENERIC START AND
000039*                   THE DAY TOTAL IS READ AND UPDATED BY KEY, AS
000040*                   IN PGMA0001.  DL100ACT AND DL100LIM ARE STILL
000041*                   READ SEQUENTIALLY.
000042* 2026-10-15 JFM    AN ENTRY HELD ON A PROCESSING DATE DL100EOD
000043*                   HAS SINCE CLOSED IS CHECKED AND RECORDED ON
000044*                   THE NEXT DATE IT OPENED (DL100DCS).  A TOKEN
000045*                   ALREADY ON DL100PRC IS NOT WRITTEN TO
000046*                   DL100TDT, ADDED TO THE DAY TOTAL OR POSTED
000047*                   AGAIN - THE ENTRY IS REPORTED AS ALREADY
000048*                   PROCESSED.
000049*================================================================
000050 Identification Division.
000051 Program-ID. DL100CRC.
000052 Environment Division.
000053 Input-Output Section.
000054 File-Control.
000055     SELECT DL100-CRQ-FILE ASSIGN TO DL100CRQ
000056         ORGANIZATION IS SEQUENTIAL.
000057     SELECT DL100-PRC-FILE ASSIGN TO DL100PRC
000058         ORGANIZATION IS INDEXED
000059         ACCESS MODE IS DYNAMIC
000060         RECORD KEY IS DL100-PRC-KEY.
000061     SELECT DL100-SUS-FILE ASSIGN TO DL100SUS
000062         ORGANIZATION IS SEQUENTIAL.
000063     SELECT DL100-LIM-FILE ASSIGN TO DL100LIM
000064         ORGANIZATION IS INDEXED
000065         ACCESS MODE IS SEQUENTIAL
000066         RECORD KEY IS DL100-LIM-ACCOUNT-NO.
000067     SELECT DL100-PND-FILE ASSIGN TO DL100PND
000068         ORGANIZATION IS SEQUENTIAL.
000069     SELECT DL100-TDT-FILE ASSIGN TO DL100TDT
000070         ORGANIZATION IS SEQUENTIAL.
000071     SELECT DL100-DTL-FILE ASSIGN TO DL100DTL
000072         ORGANIZATION IS INDEXED
000073         ACCESS MODE IS RANDOM
000074         RECORD KEY IS DL100-DTL-KEY.
000075     SELECT DL100-ACT-FILE ASSIGN TO DL100ACT
000076         ORGANIZATION IS INDEXED
000077         ACCESS MODE IS SEQUENTIAL
000078         RECORD KEY IS DL100-ACT-ACCOUNT-NO.
000079     SELECT DL100-NSF-FILE ASSIGN TO DL100NSF
000080         ORGANIZATION IS SEQUENTIAL.
000081     SELECT DL100-ADR-FILE ASSIGN TO DL100ADR
000082         ORGANIZATION IS SEQUENTIAL.
000083     SELECT DL100-DCS-FILE ASSIGN TO DL100DCS
000084         ORGANIZATION IS SEQUENTIAL.
000085
000086 Data Division.
000087 File Section.
000088 FD  DL100-CRQ-FILE
000089     RECORDING MODE IS F.
000090     COPY DL100CRQ.
000091
000092 FD  DL100-PRC-FILE.
000093     COPY DL100PRC.
000094
000095 FD  DL100-SUS-FILE
000096     RECORDING MODE IS F.
000097     COPY DL100SUS.
000098
000099 FD  DL100-LIM-FILE.
000100     COPY DL100LIM.
000101
000102 FD  DL100-PND-FILE
000103     RECORDING MODE IS F.
000104     COPY DL100PND.
000105
000106 FD  DL100-TDT-FILE
000107     RECORDING MODE IS F.
000108     COPY DL100TDT.
000109
000110 FD  DL100-DTL-FILE.
000111     COPY DL100DTL.
000112
000113 FD  DL100-ACT-FILE.
000114     COPY DL100ACT.
000115
000116 FD  DL100-NSF-FILE
000117     RECORDING MODE IS F.
000118     COPY DL100NSF.
000119
000120 FD  DL100-ADR-FILE
000121     RECORDING MODE IS F.
000122     COPY DL100ADR.
000123
000124 FD  DL100-DCS-FILE
000125     RECORDING MODE IS F.
000126     COPY DL100DCS.
000127
000128 Working-Storage Section.
000129
000130 01  CONSTANTS.
000131     05  MYNAME                PIC X(008) VALUE 'DL100CRC'.
000132     05  MY-TRANSID            PIC X(004) VALUE 'DCRC'.
000133
000134 01  WS-SWITCHES.
000135     05  WS-EOF-SW             PIC X(01) VALUE 'N'.
000136         88  WS-EOF                VALUE 'Y'.
000137     05  WS-APPLIED-SW         PIC X(01) VALUE 'N'.
000138         88  WS-APPLIED            VALUE 'Y'.
000139     05  WS-DUPLICATE-SW       PIC X(01) VALUE 'N'.
000140         88  WS-DUPLICATE          VALUE 'Y'.
000141     05  WS-LIM-EOF-SW         PIC X(01) VALUE 'N'.
000142         88  WS-LIM-EOF            VALUE 'Y'.
000143     05  WS-ACCT-LIMIT-SW      PIC X(01) VALUE 'N'.
000144         88  WS-ACCT-LIMIT-SEEN    VALUE 'Y'.
000145     05  WS-OVER-LIMIT-SW      PIC X(01) VALUE 'N'.
000146         88  WS-OVER-LIMIT         VALUE 'Y'.
000147     05  WS-DTL-FOUND-SW       PIC X(01) VALUE 'N'.
000148         88  WS-DTL-FOUND          VALUE 'Y'.
000149     05  WS-ACT-EOF-SW         PIC X(01) VALUE 'N'.
000150         88  WS-ACT-EOF            VALUE 'Y'.
000151     05  WS-ACCT-FOUND-SW      PIC X(01) VALUE 'N'.
000152         88  WS-ACCT-FOUND         VALUE 'Y'.
000153     05  WS-NSF-SW             PIC X(01) VALUE 'N'.
000154         88  WS-NSF                VALUE 'Y'.
000155     05  WS-DEBIT-DONE-SW      PIC X(01) VALUE 'N'.
000156         88  WS-DEBIT-DONE         VALUE 'Y'.
000157     05  WS-CREDIT-DONE-SW     PIC X(01) VALUE 'N'.
000158         88  WS-CREDIT-DONE        VALUE 'Y'.
000159     05  WS-REWRITE-SW         PIC X(01) VALUE 'N'.
000160         88  WS-REWRITE            VALUE 'Y'.
000161     05  WS-REFUSED-SW         PIC X(01) VALUE 'N'.
000162         88  WS-REFUSED            VALUE 'Y'.
000163     05  WS-ON-FILE-SW         PIC X(01) VALUE 'N'.
000164         88  WS-ON-FILE            VALUE 'Y'.
000165
000166 01  WS-ENTRY-NO               PIC S9(04) COMP VALUE 0.
000167 01  WS-SHIFT-IDX              PIC S9(04) COMP VALUE 0.
000168 01  WS-RECORD-NO              PIC S9(04) COMP VALUE 0.
000169 01  WS-PEND-COUNT             PIC S9(04) COMP VALUE 0.
000170 01  WS-LINE-NO                PIC S9(04) COMP VALUE 0.
000171 01  WS-ENTRY-NO-ED            PIC 9(04).
000172 01  WS-UPDATE-TS              PIC X(26).
000173 01  WS-PAYER-BALANCE          PIC S9(09)V99 VALUE 0.
000174 01  WS-CREDIT-ACCOUNT         PIC X(10).
000175 01  WS-SINGLE-MAX             PIC 9(09)V99 VALUE 0.
000176 01  WS-DAILY-MAX              PIC 9(09)V99 VALUE 0.
000177 01  WS-DAY-TOTAL              PIC 9(11)V99 VALUE 0.
000178 01  WS-REFUSE-REASON          PIC X(04).
000179     88  WS-REFUSE-OWN-ENTRY       VALUE 'MAKR'.
000180
000181 01  WS-COMMAND                PIC X(01).
000182
000183 01  WS-CLEARED-ENTRY.
000184     05  WS-CLR-PROC-DATE      PIC X(08).
000185     05  WS-CLR-TRAN-CODE      PIC X(04).
000186     05  WS-CLR-TERM-ID        PIC X(04).
000187     05  WS-CLR-ACCOUNT-NO     PIC X(10).
000188     05  WS-CLR-COUNTERPARTY   PIC X(20).
000189     05  WS-CLR-AMOUNT         PIC 9(07)V99.
000190     05  WS-CLR-CORR-ID        PIC X(16).
000191     05  WS-CLR-USER-ID        PIC X(08).
000192     05  WS-CLR-RESULT         PIC X(04).
000193         88  WS-CLR-RECORDED       VALUE 'RCRD'.
000194         88  WS-CLR-SUSPENSE       VALUE 'SUSP'.
000195         88  WS-CLR-PENDING        VALUE 'PEND'.
000196
000197 01  WS-RECEIVE-AREA           PIC X(005).
000198 01  WS-RECEIVE-LEN            PIC S9(04) COMP VALUE 5.
000199
000200 01  WS-RESP-AREA.
000201     05  WS-RESP               PIC S9(08) COMP.
000202     05  WS-RESP2              PIC S9(08) COMP.
000203
000204 01  WS-PEND-TABLE.
000205     05  WS-PEND-ENTRY OCCURS 0 TO 100 TIMES
000206             DEPENDING ON WS-PEND-COUNT.
000207         10  WS-PEND-RECORD-NO     PIC S9(04) COMP.
000208         10  WS-PEND-PROC-DATE     PIC X(08).
000209         10  WS-PEND-TRAN-CODE     PIC X(04).
000210         10  WS-PEND-ACCOUNT-NO    PIC X(10).
000211         10  WS-PEND-AMOUNT        PIC 9(07)V99.
000212         10  WS-PEND-USER-ID       PIC X(08).
000213         10  WS-PEND-MATCH-TYPE    PIC X(01).
000214         10  WS-PEND-LISTED-NAME   PIC X(40).
000215
000216 01  WS-BROWSE-BLOCK.
000217     05  WS-BROWSE-LINE OCCURS 10 TIMES INDEXED BY WS-LINE-IDX
000218             PIC X(079).
000219
000220 01  WS-DETAIL-LINE.
000221     05  DL-ENTRY-NO           PIC 9(04).
000222     05  FILLER                PIC X(01) VALUE SPACE.
000223     05  DL-PROC-DATE          PIC X(08).
000224     05  FILLER                PIC X(01) VALUE SPACE.
000225     05  DL-TRAN-CODE          PIC X(04).
000226     05  FILLER                PIC X(01) VALUE SPACE.
000227     05  DL-ACCOUNT-NO         PIC X(10).
000228     05  FILLER                PIC X(01) VALUE SPACE.
000229     05  DL-AMOUNT             PIC Z,ZZZ,ZZ9.99.
000230     05  FILLER                PIC X(01) VALUE SPACE.
000231     05  DL-USER-ID            PIC X(08).
000232     05  FILLER                PIC X(01) VALUE SPACE.
000233     05  DL-MATCH-TYPE         PIC X(01).
000234     05  FILLER                PIC X(01) VALUE SPACE.
000235     05  DL-LISTED-NAME        PIC X(22).
000236     05  FILLER                PIC X(03) VALUE SPACES.
000237
000238 01  WS-PROMPT-LINE            PIC X(079) VALUE
000239     'KEY Cnnnn TO CLEAR OR Bnnnn TO BLOCK AN ENTRY'.
000240 01  WS-EMPTY-MSG              PIC X(079) VALUE
000241     'NO PENDING WATCH-LIST HITS - QUEUE IS CLEAR'.
000242 01  WS-BAD-INPUT-MSG          PIC X(079) VALUE
000243     'COMMAND NOT RECOGNIZED - KEY Cnnnn OR Bnnnn'.
000244 01  WS-NOT-FOUND-MSG          PIC X(079) VALUE
000245     'ENTRY NOT FOUND OR ALREADY DECIDED - NOTHING CHANGED'.
000246 01  WS-RECORDED-MSG           PIC X(079) VALUE
000247     'ENTRY CLEARED AND RECORDED AS PROCESSED'.
000248 01  WS-SUSPENSE-MSG           PIC X(079) VALUE
000249     'ENTRY CLEARED - SUSPECTED DUPLICATE, HELD IN SUSPENSE'.
000250 01  WS-PENDING-MSG            PIC X(079) VALUE
000251     'ENTRY CLEARED - OVER ACCOUNT LIMIT, HELD FOR APPROVAL'.
000252 01  WS-BLOCKED-MSG            PIC X(079) VALUE
000253     'ENTRY BLOCKED - TRANSACTION WILL NOT BE PROCESSED'.
000254 01  WS-NSF-MSG                PIC X(079) VALUE
000255     'INSUFFICIENT FUNDS IN PAYING ACCOUNT - ENTRY LEFT PENDING'.
000256 01  WS-OWN-ENTRY-MSG          PIC X(079) VALUE
000257     'ENTRY WAS KEYED BY YOU - ANOTHER USER MUST DECIDE IT'.
000258 01  WS-ON-FILE-MSG            PIC X(079) VALUE
000259     'ENTRY ALREADY RECORDED AS PROCESSED - NOT POSTED AGAIN'.
000260 01  WS-RESULT-MSG             PIC X(079).
000261
000262 01  WS-PROMPTED-STATE         PIC X(001) VALUE 'P'.
000263
000264 Linkage Section.
000265
000266 01  DFHCOMMAREA               PIC X(001).
000267
000268 Procedure Division.
000269 0000-MAINLINE.
000270     IF EIBCALEN EQUAL 0
000271         PERFORM 1000-BROWSE-QUEUE
000272             THRU 1000-BROWSE-QUEUE-EXIT
000273
000274         EXEC CICS
000275              RETURN
000276              TRANSID(MY-TRANSID)
000277              FROM(WS-PROMPTED-STATE)
000278              LENGTH(LENGTH OF WS-PROMPTED-STATE)
000279         END-EXEC
000280     ELSE
000281         PERFORM 2000-RECEIVE-COMMAND
000282             THRU 2000-RECEIVE-COMMAND-EXIT
000283
000284         PERFORM 3000-APPLY-COMMAND
000285             THRU 3000-APPLY-COMMAND-EXIT
000286
000287         EXEC CICS
000288              SEND TEXT
000289              FROM(WS-RESULT-MSG)
000290              LENGTH(LENGTH OF WS-RESULT-MSG)
000291              ERASE
000292         END-EXEC
000293
000294         EXEC CICS
000295              RETURN
000296              TRANSID(MY-TRANSID)
000297         END-EXEC
000298     END-IF
000299
000300     GOBACK
000301     .
000302
000303 1000-BROWSE-QUEUE.
000304     MOVE 0 TO WS-PEND-COUNT
000305     MOVE 0 TO WS-RECORD-NO
000306     MOVE 'N' TO WS-EOF-SW
000307
000308     OPEN INPUT DL100-CRQ-FILE
000309
000310     PERFORM 1100-COLLECT-ONE-ENTRY
000311         THRU 1100-COLLECT-ONE-ENTRY-EXIT
000312         UNTIL WS-EOF
000313
000314     CLOSE DL100-CRQ-FILE
000315
000316     PERFORM 1200-BUILD-DISPLAY
000317         THRU 1200-BUILD-DISPLAY-EXIT
000318
000319     EXEC CICS
000320          SEND TEXT
000321          FROM(WS-BROWSE-BLOCK)
000322          LENGTH(LENGTH OF WS-BROWSE-BLOCK)
000323          ERASE
000324     END-EXEC
000325     .
000326 1000-BROWSE-QUEUE-EXIT.
000327     EXIT.
000328
000329 1100-COLLECT-ONE-ENTRY.
000330     READ DL100-CRQ-FILE
000331         AT END
000332             MOVE 'Y' TO WS-EOF-SW
000333         NOT AT END
000334             ADD 1 TO WS-RECORD-NO
000335             IF DL100-CRQ-PENDING
000336*                A NEWEST-FIRST CONSOLE MUST NEVER LOSE THE
000337*                NEWEST ENTRIES - WHEN THE TABLE IS FULL, SHIFT
000338*                THE OLDEST ONE OUT AND KEEP COLLECTING.
000339                 IF WS-PEND-COUNT < 100
000340                     ADD 1 TO WS-PEND-COUNT
000341                 ELSE
000342                     PERFORM 1150-SHIFT-OUT-OLDEST
000343                         THRU 1150-SHIFT-OUT-OLDEST-EXIT
000344                 END-IF
000345                 MOVE WS-RECORD-NO
000346                     TO WS-PEND-RECORD-NO (WS-PEND-COUNT)
000347                 MOVE DL100-CRQ-PROC-DATE
000348                     TO WS-PEND-PROC-DATE (WS-PEND-COUNT)
000349                 MOVE DL100-CRQ-TRAN-CODE
000350                     TO WS-PEND-TRAN-CODE (WS-PEND-COUNT)
000351                 MOVE DL100-CRQ-ACCOUNT-NO
000352                     TO WS-PEND-ACCOUNT-NO (WS-PEND-COUNT)
000353                 MOVE DL100-CRQ-AMOUNT
000354                     TO WS-PEND-AMOUNT (WS-PEND-COUNT)
000355                 MOVE DL100-CRQ-USER-ID
000356                     TO WS-PEND-USER-ID (WS-PEND-COUNT)
000357                 MOVE DL100-CRQ-MATCH-TYPE
000358                     TO WS-PEND-MATCH-TYPE (WS-PEND-COUNT)
000359                 MOVE DL100-CRQ-LISTED-NAME
000360                     TO WS-PEND-LISTED-NAME (WS-PEND-COUNT)
000361             END-IF
000362     END-READ
000363     .
000364 1100-COLLECT-ONE-ENTRY-EXIT.
000365     EXIT.
000366
000367 1150-SHIFT-OUT-OLDEST.
000368     PERFORM 1170-SHIFT-ONE-ENTRY
000369         THRU 1170-SHIFT-ONE-ENTRY-EXIT
000370         VARYING WS-SHIFT-IDX FROM 1 BY 1
000371         UNTIL WS-SHIFT-IDX > 99
000372     .
000373 1150-SHIFT-OUT-OLDEST-EXIT.
000374     EXIT.
000375
000376 1170-SHIFT-ONE-ENTRY.
000377     MOVE WS-PEND-ENTRY (WS-SHIFT-IDX + 1)
000378         TO WS-PEND-ENTRY (WS-SHIFT-IDX)
000379     .
000380 1170-SHIFT-ONE-ENTRY-EXIT.
000381     EXIT.
000382
000383 1200-BUILD-DISPLAY.
000384     PERFORM 1250-CLEAR-ONE-LINE
000385         THRU 1250-CLEAR-ONE-LINE-EXIT
000386         VARYING WS-LINE-IDX FROM 1 BY 1
000387         UNTIL WS-LINE-IDX > 10
000388
000389     IF WS-PEND-COUNT EQUAL 0
000390         MOVE WS-EMPTY-MSG TO WS-BROWSE-LINE (1)
000391         GO TO 1200-BUILD-DISPLAY-EXIT
000392     END-IF
000393
000394*    NEWEST FIRST - THE FILE IS APPEND-ORDER, SO WALK IT BACKWARD.
000395     MOVE 0 TO WS-LINE-NO
000396     PERFORM 1300-FORMAT-ONE-LINE
000397         THRU 1300-FORMAT-ONE-LINE-EXIT
000398         VARYING WS-ENTRY-NO FROM WS-PEND-COUNT BY -1
000399         UNTIL WS-ENTRY-NO < 1
000400            OR WS-LINE-NO > 8
000401
000402     ADD 1 TO WS-LINE-NO
000403     IF WS-LINE-NO > 10
000404         MOVE 10 TO WS-LINE-NO
000405     END-IF
000406     SET WS-LINE-IDX TO WS-LINE-NO
000407     MOVE WS-PROMPT-LINE TO WS-BROWSE-LINE (WS-LINE-IDX)
000408     .
000409 1200-BUILD-DISPLAY-EXIT.
000410     EXIT.
000411
000412 1250-CLEAR-ONE-LINE.
000413     MOVE SPACES TO WS-BROWSE-LINE (WS-LINE-IDX)
000414     .
000415 1250-CLEAR-ONE-LINE-EXIT.
000416     EXIT.
000417
000418 1300-FORMAT-ONE-LINE.
000419     ADD 1 TO WS-LINE-NO
000420     SET WS-LINE-IDX TO WS-LINE-NO
000421
000422     MOVE SPACES TO WS-DETAIL-LINE
000423     MOVE WS-PEND-RECORD-NO (WS-ENTRY-NO) TO DL-ENTRY-NO
000424     MOVE WS-PEND-PROC-DATE (WS-ENTRY-NO) TO DL-PROC-DATE
000425     MOVE WS-PEND-TRAN-CODE (WS-ENTRY-NO) TO DL-TRAN-CODE
000426     MOVE WS-PEND-ACCOUNT-NO (WS-ENTRY-NO) TO DL-ACCOUNT-NO
000427     MOVE WS-PEND-AMOUNT (WS-ENTRY-NO) TO DL-AMOUNT
000428     MOVE WS-PEND-USER-ID (WS-ENTRY-NO) TO DL-USER-ID
000429     MOVE WS-PEND-MATCH-TYPE (WS-ENTRY-NO) TO DL-MATCH-TYPE
000430     MOVE WS-PEND-LISTED-NAME (WS-ENTRY-NO) TO DL-LISTED-NAME
000431
000432     MOVE WS-DETAIL-LINE TO WS-BROWSE-LINE (WS-LINE-IDX)
000433     .
000434 1300-FORMAT-ONE-LINE-EXIT.
000435     EXIT.
000436
000437 2000-RECEIVE-COMMAND.
000438     MOVE SPACES TO WS-RECEIVE-AREA
000439     MOVE 5 TO WS-RECEIVE-LEN
000440
000441     EXEC CICS
000442          RECEIVE
000443          INTO(WS-RECEIVE-AREA)
000444          LENGTH(WS-RECEIVE-LEN)
000445          RESP(WS-RESP)
000446          RESP2(WS-RESP2)
000447     END-EXEC
000448
000449     MOVE SPACES TO WS-COMMAND
000450     MOVE 0 TO WS-ENTRY-NO
000451
000452     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
000453         GO TO 2000-RECEIVE-COMMAND-EXIT
000454     END-IF
000455
000456     MOVE WS-RECEIVE-AREA(1:1) TO WS-COMMAND
000457     IF WS-RECEIVE-AREA(2:4) IS NUMERIC
000458         MOVE WS-RECEIVE-AREA(2:4) TO WS-ENTRY-NO-ED
000459         MOVE WS-ENTRY-NO-ED TO WS-ENTRY-NO
000460     END-IF
000461     .
000462 2000-RECEIVE-COMMAND-EXIT.
000463     EXIT.
000464
000465 3000-APPLY-COMMAND.
000466     MOVE WS-BAD-INPUT-MSG TO WS-RESULT-MSG
000467
000468     IF WS-ENTRY-NO NOT GREATER THAN 0
000469         GO TO 3000-APPLY-COMMAND-EXIT
000470     END-IF
000471
000472     IF WS-COMMAND NOT EQUAL 'C'
000473        AND WS-COMMAND NOT EQUAL 'B'
000474         GO TO 3000-APPLY-COMMAND-EXIT
000475     END-IF
000476
000477     MOVE WS-NOT-FOUND-MSG TO WS-RESULT-MSG
000478     MOVE FUNCTION CURRENT-DATE TO WS-UPDATE-TS
000479     MOVE 'N' TO WS-APPLIED-SW
000480     MOVE 'N' TO WS-NSF-SW
000481     MOVE 'N' TO WS-REFUSED-SW
000482     MOVE SPACES TO WS-CLR-RESULT
000483     MOVE 0 TO WS-RECORD-NO
000484     MOVE 'N' TO WS-EOF-SW
000485
000486     OPEN I-O DL100-CRQ-FILE
000487
000488     PERFORM 3100-UPDATE-AT-ENTRY
000489         THRU 3100-UPDATE-AT-ENTRY-EXIT
000490         UNTIL WS-EOF
000491            OR WS-APPLIED
000492            OR WS-NSF
000493            OR WS-REFUSED
000494
000495     CLOSE DL100-CRQ-FILE
000496
000497     IF WS-REFUSED
000498         PERFORM 3800-LOG-REFUSAL
000499             THRU 3800-LOG-REFUSAL-EXIT
000500         GO TO 3000-APPLY-COMMAND-EXIT
000501     END-IF
000502     IF WS-NSF
000503         PERFORM 3900-REFUSE-DECISION
000504             THRU 3900-REFUSE-DECISION-EXIT
000505         MOVE WS-NSF-MSG TO WS-RESULT-MSG
000506         GO TO 3000-APPLY-COMMAND-EXIT
000507     END-IF
000508     IF NOT WS-APPLIED
000509         GO TO 3000-APPLY-COMMAND-EXIT
000510     END-IF
000511
000512     EVALUATE TRUE
000513         WHEN WS-COMMAND EQUAL 'B'
000514             MOVE WS-BLOCKED-MSG TO WS-RESULT-MSG
000515         WHEN WS-CLR-SUSPENSE
000516             PERFORM 4000-HOLD-IN-SUSPENSE
000517                 THRU 4000-HOLD-IN-SUSPENSE-EXIT
000518             MOVE WS-SUSPENSE-MSG TO WS-RESULT-MSG
000519         WHEN WS-CLR-PENDING
000520             PERFORM 4100-HOLD-FOR-APPROVAL
000521                 THRU 4100-HOLD-FOR-APPROVAL-EXIT
000522             MOVE WS-PENDING-MSG TO WS-RESULT-MSG
000523         WHEN OTHER
000524             PERFORM 4500-RECORD-MOVEMENT
000525                 THRU 4500-RECORD-MOVEMENT-EXIT
000526             IF WS-ON-FILE
000527                 MOVE WS-ON-FILE-MSG TO WS-RESULT-MSG
000528             ELSE
000529                 PERFORM 4700-POST-BALANCES
000530                     THRU 4700-POST-BALANCES-EXIT
000531                 MOVE WS-RECORDED-MSG TO WS-RESULT-MSG
000532             END-IF
000533     END-EVALUATE
000534     .
000535 3000-APPLY-COMMAND-EXIT.
000536     EXIT.
000537
000538 3100-UPDATE-AT-ENTRY.
000539     READ DL100-CRQ-FILE
000540         AT END
000541             MOVE 'Y' TO WS-EOF-SW
000542         NOT AT END
000543             ADD 1 TO WS-RECORD-NO
000544             IF WS-RECORD-NO EQUAL WS-ENTRY-NO
000545                AND DL100-CRQ-PENDING
000546                 PERFORM 3200-APPLY-ONE-DECISION
000547                     THRU 3200-APPLY-ONE-DECISION-EXIT
000548             END-IF
000549     END-READ
000550     .
000551 3100-UPDATE-AT-ENTRY-EXIT.
000552     EXIT.
000553
000554 3200-APPLY-ONE-DECISION.
000555*    A REFUSED DECISION IS LOGGED, AND A CLEARED ENTRY IS HELD
000556*    OR RECORDED, AFTER THE QUEUE FILE IS CLOSED - CAPTURE WHAT
000557*    BOTH NEED NOW.
000558     MOVE DL100-CRQ-PROC-DATE TO WS-CLR-PROC-DATE
000559     MOVE DL100-CRQ-TRAN-CODE TO WS-CLR-TRAN-CODE
000560     MOVE DL100-CRQ-TERM-ID TO WS-CLR-TERM-ID
000561     MOVE DL100-CRQ-ACCOUNT-NO TO WS-CLR-ACCOUNT-NO
000562     MOVE DL100-CRQ-COUNTERPARTY TO WS-CLR-COUNTERPARTY
000563     MOVE DL100-CRQ-AMOUNT TO WS-CLR-AMOUNT
000564     MOVE DL100-CRQ-CORR-ID TO WS-CLR-CORR-ID
000565     MOVE DL100-CRQ-USER-ID TO WS-CLR-USER-ID
000566
000567     PERFORM 3250-APPLY-DAY-CLOSE
000568         THRU 3250-APPLY-DAY-CLOSE-EXIT
000569
000570*    MAKER-CHECKER - WHOEVER KEYED THE ENTRY MAY NOT DECIDE IT.
000571     IF WS-CLR-USER-ID EQUAL EIBUSERID
000572         SET WS-REFUSE-OWN-ENTRY TO TRUE
000573         MOVE 'Y' TO WS-REFUSED-SW
000574         GO TO 3200-APPLY-ONE-DECISION-EXIT
000575     END-IF
000576
000577     IF WS-COMMAND EQUAL 'C'
000578         PERFORM 3300-CONTINUE-CHECKS
000579             THRU 3300-CONTINUE-CHECKS-EXIT
000580         IF WS-NSF
000581             GO TO 3200-APPLY-ONE-DECISION-EXIT
000582         END-IF
000583         SET DL100-CRQ-CLEARED TO TRUE
000584         MOVE WS-CLR-RESULT TO DL100-CRQ-CLEAR-RESULT
000585     ELSE
000586         SET DL100-CRQ-BLOCKED TO TRUE
000587     END-IF
000588
000589     MOVE EIBUSERID TO DL100-CRQ-DECIDED-BY
000590     MOVE WS-UPDATE-TS TO DL100-CRQ-DECIDED-TS
000591
000592     REWRITE DL100-CRQ-RECORD
000593
000594     MOVE 'Y' TO WS-APPLIED-SW
000595     .
000596 3200-APPLY-ONE-DECISION-EXIT.
000597     EXIT.
000598
000599 3250-APPLY-DAY-CLOSE.
000600*    AN ENTRY HELD ON A DATE DL100EOD HAS SINCE CLOSED IS CHECKED,
000601*    HELD, OR RECORDED ON THE NEXT PROCESSING DATE IT OPENED - A
000602*    CLOSED DATE TAKES NO MORE MOVEMENTS.
000603     OPEN INPUT DL100-DCS-FILE
000604
000605     READ DL100-DCS-FILE
000606         AT END
000607             CONTINUE
000608         NOT AT END
000609             IF DL100-DCS-OPEN-DATE NOT EQUAL SPACES
000610                AND WS-CLR-PROC-DATE LESS THAN DL100-DCS-OPEN-DATE
000611                 MOVE DL100-DCS-OPEN-DATE TO WS-CLR-PROC-DATE
000612             END-IF
000613     END-READ
000614
000615     CLOSE DL100-DCS-FILE
000616     .
000617 3250-APPLY-DAY-CLOSE-EXIT.
000618     EXIT.
000619
000620 3300-CONTINUE-CHECKS.
000621*    THE CHECKS PGMA0001 RUNS AFTER THE SCREEN, IN ITS ORDER.
000622     PERFORM 3400-CHECK-DUPLICATE
000623         THRU 3400-CHECK-DUPLICATE-EXIT
000624     IF WS-DUPLICATE
000625         SET WS-CLR-SUSPENSE TO TRUE
000626         GO TO 3300-CONTINUE-CHECKS-EXIT
000627     END-IF
000628
000629     PERFORM 3500-CHECK-LIMITS
000630         THRU 3500-CHECK-LIMITS-EXIT
000631     IF WS-OVER-LIMIT
000632         SET WS-CLR-PENDING TO TRUE
000633         GO TO 3300-CONTINUE-CHECKS-EXIT
000634     END-IF
000635
000636     PERFORM 3700-CHECK-FUNDS
000637         THRU 3700-CHECK-FUNDS-EXIT
000638     IF NOT WS-NSF
000639         SET WS-CLR-RECORDED TO TRUE
000640     END-IF
000641     .
000642 3300-CONTINUE-CHECKS-EXIT.
000643     EXIT.
000644
000645 3400-CHECK-DUPLICATE.
000646*    ANY SAME-DAY RECORD WITH THE SAME CODE, ACCOUNT,
000647*    COUNTERPARTY, AND AMOUNT IS A DUPLICATE, WHATEVER ITS TOKEN -
000648*    A GENERIC START ON THAT LEADING PART OF THE KEY FINDS ONE.
000649     MOVE 'N' TO WS-DUPLICATE-SW
000650
000651     MOVE WS-CLR-PROC-DATE TO DL100-PRC-PROC-DATE
000652     MOVE WS-CLR-TRAN-CODE TO DL100-PRC-TRAN-CODE
000653     MOVE WS-CLR-ACCOUNT-NO TO DL100-PRC-ACCOUNT-NO
000654     MOVE WS-CLR-COUNTERPARTY TO DL100-PRC-COUNTERPARTY
000655     MOVE WS-CLR-AMOUNT TO DL100-PRC-AMOUNT
000656
000657     OPEN INPUT DL100-PRC-FILE
000658
000659     START DL100-PRC-FILE
000660         KEY IS EQUAL TO DL100-PRC-DUP-KEY
000661         INVALID KEY
000662             CONTINUE
000663         NOT INVALID KEY
000664             MOVE 'Y' TO WS-DUPLICATE-SW
000665     END-START
000666
000667     CLOSE DL100-PRC-FILE
000668     .
000669 3400-CHECK-DUPLICATE-EXIT.
000670     EXIT.
000671
000672 3500-CHECK-LIMITS.
000673     MOVE 'N' TO WS-OVER-LIMIT-SW
000674
000675     PERFORM 3550-FIND-ACCOUNT-LIMIT
000676         THRU 3550-FIND-ACCOUNT-LIMIT-EXIT
000677
000678*    A ZERO MAXIMUM MEANS NO CEILING OF THAT KIND.
000679     IF WS-SINGLE-MAX GREATER THAN 0
000680        AND WS-CLR-AMOUNT GREATER THAN WS-SINGLE-MAX
000681         MOVE 'Y' TO WS-OVER-LIMIT-SW
000682         GO TO 3500-CHECK-LIMITS-EXIT
000683     END-IF
000684
000685     IF WS-DAILY-MAX GREATER THAN 0
000686         PERFORM 3650-READ-DAY-TOTAL
000687             THRU 3650-READ-DAY-TOTAL-EXIT
000688         IF WS-DAY-TOTAL + WS-CLR-AMOUNT
000689                 GREATER THAN WS-DAILY-MAX
000690             MOVE 'Y' TO WS-OVER-LIMIT-SW
000691         END-IF
000692     END-IF
000693     .
000694 3500-CHECK-LIMITS-EXIT.
000695     EXIT.
000696
000697 3550-FIND-ACCOUNT-LIMIT.
000698*    AN ACCOUNT-SPECIFIC ROW BEATS THE '*DEFAULT*' ROW; NO ROW
000699*    AT ALL MEANS NO LIMITS FOR THIS ACCOUNT.
000700     MOVE 0 TO WS-SINGLE-MAX
000701     MOVE 0 TO WS-DAILY-MAX
000702     MOVE 'N' TO WS-ACCT-LIMIT-SW
000703     MOVE 'N' TO WS-LIM-EOF-SW
000704
000705     OPEN INPUT DL100-LIM-FILE
000706
000707     PERFORM 3600-CHECK-ONE-LIMIT
000708         THRU 3600-CHECK-ONE-LIMIT-EXIT
000709         UNTIL WS-LIM-EOF
000710
000711     CLOSE DL100-LIM-FILE
000712     .
000713 3550-FIND-ACCOUNT-LIMIT-EXIT.
000714     EXIT.
000715
000716 3600-CHECK-ONE-LIMIT.
000717     READ DL100-LIM-FILE
000718         AT END
000719             MOVE 'Y' TO WS-LIM-EOF-SW
000720         NOT AT END
000721             EVALUATE TRUE
000722                 WHEN DL100-LIM-ACCOUNT-NO EQUAL WS-CLR-ACCOUNT-NO
000723                     MOVE DL100-LIM-SINGLE-MAX TO WS-SINGLE-MAX
000724                     MOVE DL100-LIM-DAILY-MAX TO WS-DAILY-MAX
000725                     MOVE 'Y' TO WS-ACCT-LIMIT-SW
000726                 WHEN DL100-LIM-DEFAULT
000727                  AND NOT WS-ACCT-LIMIT-SEEN
000728                     MOVE DL100-LIM-SINGLE-MAX TO WS-SINGLE-MAX
000729                     MOVE DL100-LIM-DAILY-MAX TO WS-DAILY-MAX
000730                 WHEN OTHER
000731                     CONTINUE
000732             END-EVALUATE
000733     END-READ
000734     .
000735 3600-CHECK-ONE-LIMIT-EXIT.
000736     EXIT.
000737
000738 3650-READ-DAY-TOTAL.
000739     MOVE 0 TO WS-DAY-TOTAL
000740     MOVE WS-CLR-PROC-DATE TO DL100-DTL-PROC-DATE
000741     MOVE WS-CLR-ACCOUNT-NO TO DL100-DTL-ACCOUNT-NO
000742
000743     OPEN INPUT DL100-DTL-FILE
000744
000745     READ DL100-DTL-FILE
000746         INVALID KEY
000747             CONTINUE
000748         NOT INVALID KEY
000749             MOVE DL100-DTL-TOTAL-AMOUNT TO WS-DAY-TOTAL
000750     END-READ
000751
000752     CLOSE DL100-DTL-FILE
000753     .
000754 3650-READ-DAY-TOTAL-EXIT.
000755     EXIT.
000756
000757 3700-CHECK-FUNDS.
000758*    THE BALANCE MAY HAVE MOVED SINCE THE ENTRY WAS HELD - THE
000759*    PAYING ACCOUNT MUST STILL COVER IT NOW, OR IT STAYS PENDING.
000760     MOVE 'N' TO WS-ACCT-FOUND-SW
000761     MOVE 'N' TO WS-ACT-EOF-SW
000762     MOVE 0 TO WS-PAYER-BALANCE
000763
000764     OPEN INPUT DL100-ACT-FILE
000765
000766     PERFORM 3750-READ-ONE-BALANCE
000767         THRU 3750-READ-ONE-BALANCE-EXIT
000768         UNTIL WS-ACT-EOF
000769            OR WS-ACCT-FOUND
000770
000771     CLOSE DL100-ACT-FILE
000772
000773     IF WS-PAYER-BALANCE - WS-CLR-AMOUNT LESS THAN 0
000774         MOVE 'Y' TO WS-NSF-SW
000775     END-IF
000776     .
000777 3700-CHECK-FUNDS-EXIT.
000778     EXIT.
000779
000780 3750-READ-ONE-BALANCE.
000781     READ DL100-ACT-FILE
000782         AT END
000783             MOVE 'Y' TO WS-ACT-EOF-SW
000784         NOT AT END
000785             IF DL100-ACT-ACCOUNT-NO EQUAL WS-CLR-ACCOUNT-NO
000786                 MOVE DL100-ACT-BALANCE TO WS-PAYER-BALANCE
000787                 MOVE 'Y' TO WS-ACCT-FOUND-SW
000788             END-IF
000789     END-READ
000790     .
000791 3750-READ-ONE-BALANCE-EXIT.
000792     EXIT.
000793
000794 3800-LOG-REFUSAL.
000795     MOVE WS-OWN-ENTRY-MSG TO WS-RESULT-MSG
000796
000797     DISPLAY MYNAME ' DECISION REFUSED (' WS-REFUSE-REASON
000798         ') - USER ' EIBUSERID ' ' WS-CLR-TRAN-CODE
000799         ' ACCOUNT ' WS-CLR-ACCOUNT-NO
000800
000801     MOVE WS-UPDATE-TS TO DL100-ADR-TIMESTAMP
000802     MOVE EIBTRMID TO DL100-ADR-TERM-ID
000803     MOVE EIBUSERID TO DL100-ADR-USER-ID
000804     MOVE MYNAME TO DL100-ADR-PROGRAM
000805     MOVE WS-COMMAND TO DL100-ADR-COMMAND
000806     MOVE WS-REFUSE-REASON TO DL100-ADR-REASON
000807     MOVE WS-CLR-TRAN-CODE TO DL100-ADR-TRAN-CODE
000808     MOVE WS-CLR-CORR-ID TO DL100-ADR-CORR-ID
000809     MOVE WS-CLR-ACCOUNT-NO TO DL100-ADR-ACCOUNT-NO
000810     MOVE WS-CLR-AMOUNT TO DL100-ADR-AMOUNT
000811     MOVE WS-CLR-USER-ID TO DL100-ADR-KEYED-BY
000812     MOVE 0 TO DL100-ADR-MAX-AMOUNT
000813
000814     OPEN EXTEND DL100-ADR-FILE
000815     WRITE DL100-ADR-RECORD
000816     CLOSE DL100-ADR-FILE
000817     .
000818 3800-LOG-REFUSAL-EXIT.
000819     EXIT.
000820
000821 3900-REFUSE-DECISION.
000822     DISPLAY MYNAME ' INSUFFICIENT FUNDS ' WS-CLR-TRAN-CODE
000823         ' FOR ACCOUNT ' WS-CLR-ACCOUNT-NO ' - ENTRY LEFT PENDING'
000824
000825     MOVE WS-UPDATE-TS TO DL100-NSF-TIMESTAMP
000826     MOVE EIBTRMID TO DL100-NSF-TERM-ID
000827     MOVE EIBUSERID TO DL100-NSF-USER-ID
000828     MOVE MYNAME TO DL100-NSF-PROGRAM
000829     MOVE WS-CLR-TRAN-CODE TO DL100-NSF-TRAN-CODE
000830     MOVE WS-CLR-CORR-ID TO DL100-NSF-CORR-ID
000831     MOVE WS-CLR-ACCOUNT-NO TO DL100-NSF-ACCOUNT-NO
000832     MOVE WS-CLR-AMOUNT TO DL100-NSF-AMOUNT
000833     MOVE WS-PAYER-BALANCE TO DL100-NSF-BALANCE
000834
000835     OPEN EXTEND DL100-NSF-FILE
000836     WRITE DL100-NSF-RECORD
000837     CLOSE DL100-NSF-FILE
000838     .
000839 3900-REFUSE-DECISION-EXIT.
000840     EXIT.
000841
000842 4000-HOLD-IN-SUSPENSE.
000843*    HELD AS THE KEYING USER'S ENTRY, SO MAKER-CHECKER ON THE
000844*    DL100SUQ CONSOLE STILL APPLIES TO IT.
000845     MOVE WS-UPDATE-TS TO DL100-SUS-TIMESTAMP
000846     MOVE WS-CLR-PROC-DATE TO DL100-SUS-PROC-DATE
000847     MOVE WS-CLR-TRAN-CODE TO DL100-SUS-TRAN-CODE
000848     MOVE WS-CLR-TERM-ID TO DL100-SUS-TERM-ID
000849     MOVE WS-CLR-USER-ID TO DL100-SUS-USER-ID
000850     MOVE WS-CLR-CORR-ID TO DL100-SUS-CORR-ID
000851     MOVE WS-CLR-ACCOUNT-NO TO DL100-SUS-ACCOUNT-NO
000852     MOVE WS-CLR-COUNTERPARTY TO DL100-SUS-COUNTERPARTY
000853     MOVE WS-CLR-AMOUNT TO DL100-SUS-AMOUNT
000854     SET DL100-SUS-PENDING TO TRUE
000855     MOVE SPACES TO DL100-SUS-DECIDED-BY
000856     MOVE SPACES TO DL100-SUS-DECIDED-TS
000857
000858     OPEN EXTEND DL100-SUS-FILE
000859     WRITE DL100-SUS-RECORD
000860     CLOSE DL100-SUS-FILE
000861     .
000862 4000-HOLD-IN-SUSPENSE-EXIT.
000863     EXIT.
000864
000865 4100-HOLD-FOR-APPROVAL.
000866     MOVE WS-UPDATE-TS TO DL100-PND-TIMESTAMP
000867     MOVE WS-CLR-PROC-DATE TO DL100-PND-PROC-DATE
000868     MOVE WS-CLR-TRAN-CODE TO DL100-PND-TRAN-CODE
000869     MOVE WS-CLR-TERM-ID TO DL100-PND-TERM-ID
000870     MOVE WS-CLR-USER-ID TO DL100-PND-USER-ID
000871     MOVE WS-CLR-CORR-ID TO DL100-PND-CORR-ID
000872     MOVE WS-CLR-ACCOUNT-NO TO DL100-PND-ACCOUNT-NO
000873     MOVE WS-CLR-COUNTERPARTY TO DL100-PND-COUNTERPARTY
000874     MOVE WS-CLR-AMOUNT TO DL100-PND-AMOUNT
000875     SET DL100-PND-PENDING TO TRUE
000876     MOVE SPACES TO DL100-PND-DECIDED-BY
000877     MOVE SPACES TO DL100-PND-DECIDED-TS
000878
000879     OPEN EXTEND DL100-PND-FILE
000880     WRITE DL100-PND-RECORD
000881     CLOSE DL100-PND-FILE
000882     .
000883 4100-HOLD-FOR-APPROVAL-EXIT.
000884     EXIT.
000885
000886 4500-RECORD-MOVEMENT.
000887*    A CLEARED MOVEMENT IS A PROCESSED MOVEMENT - IT JOINS THE
000888*    SAME FILES PGMA0001 WRITES, SO THE DUPLICATE CHECK, THE
000889*    LEDGER EXTRACT, AND THE DAILY TOTAL ALL SEE IT.
000890     MOVE WS-CLR-PROC-DATE TO DL100-PRC-PROC-DATE
000891     MOVE WS-CLR-TRAN-CODE TO DL100-PRC-TRAN-CODE
000892     MOVE WS-CLR-ACCOUNT-NO TO DL100-PRC-ACCOUNT-NO
000893     MOVE WS-CLR-COUNTERPARTY TO DL100-PRC-COUNTERPARTY
000894     MOVE WS-CLR-AMOUNT TO DL100-PRC-AMOUNT
000895     MOVE WS-CLR-CORR-ID TO DL100-PRC-CORR-ID
000896     MOVE WS-UPDATE-TS TO DL100-PRC-TIMESTAMP
000897
000898     MOVE 'N' TO WS-ON-FILE-SW
000899
000900     OPEN I-O DL100-PRC-FILE
000901     WRITE DL100-PRC-RECORD
000902         INVALID KEY
000903             DISPLAY MYNAME ' DL100PRC ALREADY HOLDS TOKEN '
000904                 DL100-PRC-CORR-ID ' - NOT RECORDED TWICE'
000905             MOVE 'Y' TO WS-ON-FILE-SW
000906     END-WRITE
000907     CLOSE DL100-PRC-FILE
000908
000909*    THE TOKEN WAS RECORDED AND POSTED BEFORE - NOT POSTED AGAIN.
000910     IF WS-ON-FILE
000911         GO TO 4500-RECORD-MOVEMENT-EXIT
000912     END-IF
000913
000914     MOVE WS-UPDATE-TS TO DL100-TDT-TIMESTAMP
000915     MOVE WS-CLR-PROC-DATE TO DL100-TDT-PROC-DATE
000916     MOVE WS-CLR-TRAN-CODE TO DL100-TDT-TRAN-CODE
000917     MOVE WS-CLR-CORR-ID TO DL100-TDT-CORR-ID
000918     MOVE WS-CLR-USER-ID TO DL100-TDT-USER-ID
000919     MOVE WS-CLR-ACCOUNT-NO TO DL100-TDT-ACCOUNT-NO
000920     MOVE WS-CLR-COUNTERPARTY TO DL100-TDT-COUNTERPARTY
000921     MOVE WS-CLR-AMOUNT TO DL100-TDT-AMOUNT
000922     SET DL100-TDT-UNEXTRACTED TO TRUE
000923     SET DL100-TDT-NOT-REVERSED TO TRUE
000924     MOVE SPACES TO DL100-TDT-ORIG-CORR-ID
000925
000926     OPEN EXTEND DL100-TDT-FILE
000927     WRITE DL100-TDT-RECORD
000928     CLOSE DL100-TDT-FILE
000929
000930     PERFORM 4600-UPDATE-DAY-TOTAL
000931         THRU 4600-UPDATE-DAY-TOTAL-EXIT
000932     .
000933 4500-RECORD-MOVEMENT-EXIT.
000934     EXIT.
000935
000936 4600-UPDATE-DAY-TOTAL.
000937     MOVE WS-CLR-PROC-DATE TO DL100-DTL-PROC-DATE
000938     MOVE WS-CLR-ACCOUNT-NO TO DL100-DTL-ACCOUNT-NO
000939
000940     OPEN I-O DL100-DTL-FILE
000941
000942     READ DL100-DTL-FILE
000943         INVALID KEY
000944             MOVE 'N' TO WS-DTL-FOUND-SW
000945         NOT INVALID KEY
000946             MOVE 'Y' TO WS-DTL-FOUND-SW
000947     END-READ
000948
000949     IF WS-DTL-FOUND
000950         ADD WS-CLR-AMOUNT TO DL100-DTL-TOTAL-AMOUNT
000951         REWRITE DL100-DTL-RECORD
000952     ELSE
000953         MOVE WS-CLR-PROC-DATE TO DL100-DTL-PROC-DATE
000954         MOVE WS-CLR-ACCOUNT-NO TO DL100-DTL-ACCOUNT-NO
000955         MOVE WS-CLR-AMOUNT TO DL100-DTL-TOTAL-AMOUNT
000956         WRITE DL100-DTL-RECORD
000957     END-IF
000958
000959     CLOSE DL100-DTL-FILE
000960     .
000961 4600-UPDATE-DAY-TOTAL-EXIT.
000962     EXIT.
000963
000964 4700-POST-BALANCES.
000965*    THE SAME POSTING PGMA0001 DOES - PAY1 DEBITS THE PAYING
000966*    ACCOUNT, XFR1 ALSO CREDITS THE TO-ACCOUNT CARRIED IN THE
000967*    COUNTERPARTY.
000968     MOVE 'N' TO WS-DEBIT-DONE-SW
000969     MOVE 'N' TO WS-ACT-EOF-SW
000970
000971     IF WS-CLR-TRAN-CODE EQUAL 'XFR1'
000972         MOVE WS-CLR-COUNTERPARTY(1:10) TO WS-CREDIT-ACCOUNT
000973         MOVE 'N' TO WS-CREDIT-DONE-SW
000974     ELSE
000975         MOVE SPACES TO WS-CREDIT-ACCOUNT
000976         MOVE 'Y' TO WS-CREDIT-DONE-SW
000977     END-IF
000978
000979     OPEN I-O DL100-ACT-FILE
000980
000981     PERFORM 4750-POST-ONE-ACCOUNT
000982         THRU 4750-POST-ONE-ACCOUNT-EXIT
000983         UNTIL WS-ACT-EOF
000984            OR (WS-DEBIT-DONE AND WS-CREDIT-DONE)
000985
000986     CLOSE DL100-ACT-FILE
000987     .
000988 4700-POST-BALANCES-EXIT.
000989     EXIT.
000990
000991 4750-POST-ONE-ACCOUNT.
000992     READ DL100-ACT-FILE
000993         AT END
000994             MOVE 'Y' TO WS-ACT-EOF-SW
000995         NOT AT END
000996             MOVE 'N' TO WS-REWRITE-SW
000997             IF DL100-ACT-ACCOUNT-NO EQUAL WS-CLR-ACCOUNT-NO
000998                AND NOT WS-DEBIT-DONE
000999                 SUBTRACT WS-CLR-AMOUNT FROM DL100-ACT-BALANCE
001000                 MOVE 'Y' TO WS-DEBIT-DONE-SW
001001                 MOVE 'Y' TO WS-REWRITE-SW
001002             END-IF
001003             IF DL100-ACT-ACCOUNT-NO EQUAL WS-CREDIT-ACCOUNT
001004                AND NOT WS-CREDIT-DONE
001005                 ADD WS-CLR-AMOUNT TO DL100-ACT-BALANCE
001006                 MOVE 'Y' TO WS-CREDIT-DONE-SW
001007                 MOVE 'Y' TO WS-REWRITE-SW
001008             END-IF
001009             IF WS-REWRITE
001010                 REWRITE DL100-ACT-RECORD
001011             END-IF
001012     END-READ
001013     .
001014 4750-POST-ONE-ACCOUNT-EXIT.
001015     EXIT.
