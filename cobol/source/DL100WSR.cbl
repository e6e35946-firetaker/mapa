000001*================================================================
000002* DL100WSR
000003*
000004* DAILY WATCH-LIST SCREENING REPORT FOR COMPLIANCE.
000005*
000006* READS THE DL100CRQ COMPLIANCE-REVIEW QUEUE FOR THE PROCESSING
000007* DATE (RESOLVED THROUGH DL100CAL AS DL100RNC DOES) AND LISTS
000008*     SECTION 1 - EVERY MOVEMENT HELD ON A WATCH-LIST HIT THAT
000009*                 DATE, HOW IT MATCHED, AND WHERE IT STANDS NOW;
000010*     SECTION 2 - EVERY CLEAR AND BLOCK KEYED ON DL100CRC THAT
000011*                 DATE, WITH THE DECIDING USER AND, FOR A CLEAR,
000012*                 WHERE THE MOVEMENT WENT;
000013*     SECTION 3 - EVERY ITEM STILL OPEN, OLDEST FIRST, WITH ITS
000014*                 AGE IN DAYS SINCE THE DATE IT WAS HELD.
000015* THE SUMMARY GIVES THE COUNTS BY MATCH TYPE AND DECISION AND
000016* THE OPEN ITEMS BY AGE BAND, SO AN AGEING BACKLOG SHOWS UP
000017* BEFORE IT BECOMES A COMPLAINT.  A DECISION IS DATED BY THE
000018* CLOCK DATE OF ITS DECIDED TIMESTAMP.
000019*
000020* MAINTENANCE HISTORY
000021* DATE       INIT   DESCRIPTION
000022* ---------- ------ ----------------------------------------------
000023* 2026-10-15 JFM    INITIAL VERSION.
000024*================================================================
000025 Identification Division.
000026 Program-ID. DL100WSR.
000027 Environment Division.
000028 Input-Output Section.
000029 File-Control.
000030     SELECT DL100-CAL-FILE ASSIGN TO DL100CAL
000031         ORGANIZATION IS SEQUENTIAL.
000032     SELECT DL100-CRQ-FILE ASSIGN TO DL100CRQ
000033         ORGANIZATION IS SEQUENTIAL.
000034     SELECT DL100-WSR-RPT ASSIGN TO DL100WSR
000035         ORGANIZATION IS SEQUENTIAL.
000036
000037 Data Division.
000038 File Section.
000039 FD  DL100-CAL-FILE
000040     RECORDING MODE IS F.
000041     COPY DL100CAL.
000042
000043 FD  DL100-CRQ-FILE
000044     RECORDING MODE IS F.
000045     COPY DL100CRQ.
000046
000047 FD  DL100-WSR-RPT
000048     RECORDING MODE IS F.
000049 01  DL100-WSR-LINE            PIC X(132).
000050
000051 Working-Storage Section.
000052
000053 01  CONSTANTS.
000054     05  MYNAME                PIC X(008) VALUE 'DL100WSR'.
000055
000056 01  WS-SWITCHES.
000057     05  WS-CAL-EOF-SW         PIC X(01) VALUE 'N'.
000058         88  WS-CAL-EOF            VALUE 'Y'.
000059     05  WS-EOF-SW             PIC X(01) VALUE 'N'.
000060         88  WS-EOF                VALUE 'Y'.
000061
000062 01  WS-NOW-TS                 PIC X(26).
000063 01  WS-PROC-DATE              PIC X(08).
000064 01  WS-BEST-DATE              PIC X(08).
000065 01  WS-DATE-N                 PIC 9(08).
000066 01  WS-PROC-DATE-N            PIC 9(08).
000067 01  WS-AGE-DAYS               PIC S9(08) COMP VALUE 0.
000068
000069 01  WS-READ-COUNT             PIC S9(08) COMP VALUE 0.
000070 01  WS-SECTION-COUNT          PIC S9(08) COMP VALUE 0.
000071 01  WS-HIT-COUNT              PIC S9(08) COMP VALUE 0.
000072 01  WS-EXACT-COUNT            PIC S9(08) COMP VALUE 0.
000073 01  WS-NORM-COUNT             PIC S9(08) COMP VALUE 0.
000074 01  WS-ACCOUNT-COUNT          PIC S9(08) COMP VALUE 0.
000075 01  WS-CLEAR-COUNT            PIC S9(08) COMP VALUE 0.
000076 01  WS-BLOCK-COUNT            PIC S9(08) COMP VALUE 0.
000077 01  WS-OPEN-COUNT             PIC S9(08) COMP VALUE 0.
000078 01  WS-AGE-0-COUNT            PIC S9(08) COMP VALUE 0.
000079 01  WS-AGE-1-2-COUNT          PIC S9(08) COMP VALUE 0.
000080 01  WS-AGE-3-5-COUNT          PIC S9(08) COMP VALUE 0.
000081 01  WS-AGE-OVER-5-COUNT       PIC S9(08) COMP VALUE 0.
000082 01  WS-OLDEST-AGE             PIC S9(08) COMP VALUE 0.
000083
000084 01  WS-HEADING-1.
000085     05  FILLER                PIC X(040) VALUE
000086         'DL100WSR - WATCH-LIST SCREENING REPORT -'.
000087     05  FILLER                PIC X(017) VALUE
000088         ' PROCESSING DATE '.
000089     05  DL-HDG-PROC-DATE      PIC X(08).
000090     05  FILLER                PIC X(067) VALUE SPACES.
000091 01  WS-RULE-LINE              PIC X(132) VALUE ALL '-'.
000092
000093 01  WS-HEADING-2              PIC X(132) VALUE
000094     'SECTION 1 - MOVEMENTS HELD ON A WATCH-LIST HIT TODAY'.
000095 01  WS-HEADING-3              PIC X(132) VALUE
000096     'SECTION 2 - CLEARS AND BLOCKS DECIDED TODAY'.
000097 01  WS-HEADING-4              PIC X(132) VALUE
000098     'SECTION 3 - OPEN ITEMS, OLDEST FIRST'.
000099
000100 01  WS-HEADING-COLS.
000101     05  FILLER                PIC X(025) VALUE
000102         'HELD ON  CODE ACCOUNT    '.
000103     05  FILLER                PIC X(034) VALUE
000104         'COUNTERPARTY                AMOUNT'.
000105     05  FILLER                PIC X(014) VALUE
000106         ' M ENTRY ID'.
000107     05  FILLER                PIC X(031) VALUE
000108         'LISTED PARTY'.
000109     05  FILLER                PIC X(028) VALUE
000110         'USER     STATUS'.
000111
000112 01  WS-DETAIL-LINE.
000113     05  DL-PROC-DATE          PIC X(08).
000114     05  FILLER                PIC X(01) VALUE SPACE.
000115     05  DL-TRAN-CODE          PIC X(04).
000116     05  FILLER                PIC X(01) VALUE SPACE.
000117     05  DL-ACCOUNT-NO         PIC X(10).
000118     05  FILLER                PIC X(01) VALUE SPACE.
000119     05  DL-COUNTERPARTY       PIC X(20).
000120     05  FILLER                PIC X(01) VALUE SPACE.
000121     05  DL-AMOUNT             PIC Z,ZZZ,ZZ9.99.
000122     05  FILLER                PIC X(01) VALUE SPACE.
000123     05  DL-MATCH-TYPE         PIC X(01).
000124     05  FILLER                PIC X(01) VALUE SPACE.
000125     05  DL-ENTRY-ID           PIC X(10).
000126     05  FILLER                PIC X(01) VALUE SPACE.
000127     05  DL-LISTED-NAME        PIC X(30).
000128     05  FILLER                PIC X(01) VALUE SPACE.
000129     05  DL-USER-ID            PIC X(08).
000130     05  FILLER                PIC X(01) VALUE SPACE.
000131     05  DL-STATUS             PIC X(20).
000132     05  DL-OPEN-STATUS REDEFINES DL-STATUS.
000133         10  DL-OPEN-AGE           PIC ZZZZ9.
000134         10  DL-OPEN-TEXT          PIC X(15).
000135
000136 01  WS-NONE-LINE              PIC X(132) VALUE
000137     '    (NONE)'.
000138
000139 01  WS-SUMMARY-LINE.
000140     05  DL-SUM-LABEL          PIC X(032).
000141     05  DL-SUM-COUNT          PIC Z,ZZZ,ZZ9.
000142     05  FILLER                PIC X(091) VALUE SPACES.
000143
000144     COPY DL100RCP.
000145
000146 Procedure Division.
000147 0000-MAINLINE.
000148     PERFORM 0100-RUN-CONTROL-START
000149         THRU 0100-RUN-CONTROL-START-EXIT
000150
000151     IF DL100-RCP-REFUSED
000152         DISPLAY 'DL100WSR RUN REFUSED BY RUN CONTROL'
000153             ' - SEE DL100RNC MESSAGE'
000154         GOBACK
000155     END-IF
000156
000157     MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
000158     MOVE WS-NOW-TS(1:8) TO WS-PROC-DATE
000159
000160     PERFORM 0500-RESOLVE-PROC-DATE
000161         THRU 0500-RESOLVE-PROC-DATE-EXIT
000162     MOVE WS-PROC-DATE TO WS-PROC-DATE-N
000163
000164     OPEN OUTPUT DL100-WSR-RPT
000165     MOVE WS-PROC-DATE TO DL-HDG-PROC-DATE
000166     WRITE DL100-WSR-LINE FROM WS-HEADING-1
000167     WRITE DL100-WSR-LINE FROM WS-RULE-LINE
000168
000169     PERFORM 1000-LIST-HITS
000170         THRU 1000-LIST-HITS-EXIT
000171
000172     PERFORM 2000-LIST-DECISIONS
000173         THRU 2000-LIST-DECISIONS-EXIT
000174
000175     PERFORM 3000-LIST-OPEN-ITEMS
000176         THRU 3000-LIST-OPEN-ITEMS-EXIT
000177
000178     PERFORM 8000-SUMMARY
000179         THRU 8000-SUMMARY-EXIT
000180
000181     CLOSE DL100-WSR-RPT
000182
000183     PERFORM 9000-RUN-CONTROL-END
000184         THRU 9000-RUN-CONTROL-END-EXIT
000185
000186     GOBACK
000187     .
000188
000189 0100-RUN-CONTROL-START.
000190     SET DL100-RCP-FUNC-START TO TRUE
000191     MOVE 'DL100WSR' TO DL100-RCP-JOB-NAME
000192
000193     CALL 'DL100RNC' USING DL100-RCP-PARMS
000194     END-CALL
000195     .
000196 0100-RUN-CONTROL-START-EXIT.
000197     EXIT.
000198
000199 0500-RESOLVE-PROC-DATE.
000200*    SAME RULE AS DL100RNC - THE PROCESSING DATE IS THE LATEST
000201*    BUSINESS DAY ON OR BEFORE THE CLOCK DATE; AN EMPTY OR
000202*    MISSING CALENDAR FALLS BACK TO THE CLOCK DATE.
000203     MOVE SPACES TO WS-BEST-DATE
000204     MOVE 'N' TO WS-CAL-EOF-SW
000205
000206     OPEN INPUT DL100-CAL-FILE
000207
000208     PERFORM 0550-SCAN-ONE-CAL-DAY
000209         THRU 0550-SCAN-ONE-CAL-DAY-EXIT
000210         UNTIL WS-CAL-EOF
000211
000212     CLOSE DL100-CAL-FILE
000213
000214     IF WS-BEST-DATE NOT EQUAL SPACES
000215         MOVE WS-BEST-DATE TO WS-PROC-DATE
000216     END-IF
000217     .
000218 0500-RESOLVE-PROC-DATE-EXIT.
000219     EXIT.
000220
000221 0550-SCAN-ONE-CAL-DAY.
000222     READ DL100-CAL-FILE
000223         AT END
000224             MOVE 'Y' TO WS-CAL-EOF-SW
000225         NOT AT END
000226             IF DL100-CAL-BUSINESS
000227                AND DL100-CAL-DATE
000228                        NOT GREATER THAN WS-NOW-TS(1:8)
000229                AND DL100-CAL-DATE GREATER THAN WS-BEST-DATE
000230                 MOVE DL100-CAL-DATE TO WS-BEST-DATE
000231             END-IF
000232     END-READ
000233     .
000234 0550-SCAN-ONE-CAL-DAY-EXIT.
000235     EXIT.
000236
000237 1000-LIST-HITS.
000238     WRITE DL100-WSR-LINE FROM WS-HEADING-2
000239     WRITE DL100-WSR-LINE FROM WS-HEADING-COLS
000240
000241     MOVE 0 TO WS-SECTION-COUNT
000242     MOVE 'N' TO WS-EOF-SW
000243
000244     OPEN INPUT DL100-CRQ-FILE
000245
000246     PERFORM 1100-LIST-ONE-HIT
000247         THRU 1100-LIST-ONE-HIT-EXIT
000248         UNTIL WS-EOF
000249
000250     CLOSE DL100-CRQ-FILE
000251
000252     IF WS-SECTION-COUNT EQUAL 0
000253         WRITE DL100-WSR-LINE FROM WS-NONE-LINE
000254     END-IF
000255     .
000256 1000-LIST-HITS-EXIT.
000257     EXIT.
000258
000259 1100-LIST-ONE-HIT.
000260     READ DL100-CRQ-FILE
000261         AT END
000262             MOVE 'Y' TO WS-EOF-SW
000263         NOT AT END
000264             ADD 1 TO WS-READ-COUNT
000265             IF DL100-CRQ-PROC-DATE EQUAL WS-PROC-DATE
000266                 PERFORM 1200-WRITE-HIT
000267                     THRU 1200-WRITE-HIT-EXIT
000268             END-IF
000269     END-READ
000270     .
000271 1100-LIST-ONE-HIT-EXIT.
000272     EXIT.
000273
000274 1200-WRITE-HIT.
000275     ADD 1 TO WS-SECTION-COUNT
000276     ADD 1 TO WS-HIT-COUNT
000277
000278     EVALUATE TRUE
000279         WHEN DL100-CRQ-EXACT-MATCH
000280             ADD 1 TO WS-EXACT-COUNT
000281         WHEN DL100-CRQ-NORM-MATCH
000282             ADD 1 TO WS-NORM-COUNT
000283         WHEN OTHER
000284             ADD 1 TO WS-ACCOUNT-COUNT
000285     END-EVALUATE
000286
000287     PERFORM 7000-FORMAT-DETAIL
000288         THRU 7000-FORMAT-DETAIL-EXIT
000289     PERFORM 7100-FORMAT-STATUS
000290         THRU 7100-FORMAT-STATUS-EXIT
000291
000292     WRITE DL100-WSR-LINE FROM WS-DETAIL-LINE
000293     .
000294 1200-WRITE-HIT-EXIT.
000295     EXIT.
000296
000297 2000-LIST-DECISIONS.
000298     MOVE SPACES TO DL100-WSR-LINE
000299     WRITE DL100-WSR-LINE
000300     WRITE DL100-WSR-LINE FROM WS-HEADING-3
000301     WRITE DL100-WSR-LINE FROM WS-HEADING-COLS
000302
000303     MOVE 0 TO WS-SECTION-COUNT
000304     MOVE 'N' TO WS-EOF-SW
000305
000306     OPEN INPUT DL100-CRQ-FILE
000307
000308     PERFORM 2100-LIST-ONE-DECISION
000309         THRU 2100-LIST-ONE-DECISION-EXIT
000310         UNTIL WS-EOF
000311
000312     CLOSE DL100-CRQ-FILE
000313
000314     IF WS-SECTION-COUNT EQUAL 0
000315         WRITE DL100-WSR-LINE FROM WS-NONE-LINE
000316     END-IF
000317     .
000318 2000-LIST-DECISIONS-EXIT.
000319     EXIT.
000320
000321 2100-LIST-ONE-DECISION.
000322     READ DL100-CRQ-FILE
000323         AT END
000324             MOVE 'Y' TO WS-EOF-SW
000325         NOT AT END
000326             IF NOT DL100-CRQ-PENDING
000327                AND DL100-CRQ-DECIDED-TS(1:8) EQUAL WS-PROC-DATE
000328                 PERFORM 2200-WRITE-DECISION
000329                     THRU 2200-WRITE-DECISION-EXIT
000330             END-IF
000331     END-READ
000332     .
000333 2100-LIST-ONE-DECISION-EXIT.
000334     EXIT.
000335
000336 2200-WRITE-DECISION.
000337     ADD 1 TO WS-SECTION-COUNT
000338
000339     IF DL100-CRQ-CLEARED
000340         ADD 1 TO WS-CLEAR-COUNT
000341     ELSE
000342         ADD 1 TO WS-BLOCK-COUNT
000343     END-IF
000344
000345     PERFORM 7000-FORMAT-DETAIL
000346         THRU 7000-FORMAT-DETAIL-EXIT
000347     PERFORM 7100-FORMAT-STATUS
000348         THRU 7100-FORMAT-STATUS-EXIT
000349     MOVE DL100-CRQ-DECIDED-BY TO DL-USER-ID
000350
000351     WRITE DL100-WSR-LINE FROM WS-DETAIL-LINE
000352     .
000353 2200-WRITE-DECISION-EXIT.
000354     EXIT.
000355
000356 3000-LIST-OPEN-ITEMS.
000357*    THE QUEUE IS APPEND-ORDER, SO FILE ORDER IS OLDEST FIRST.
000358     MOVE SPACES TO DL100-WSR-LINE
000359     WRITE DL100-WSR-LINE
000360     WRITE DL100-WSR-LINE FROM WS-HEADING-4
000361     WRITE DL100-WSR-LINE FROM WS-HEADING-COLS
000362
000363     MOVE 0 TO WS-SECTION-COUNT
000364     MOVE 'N' TO WS-EOF-SW
000365
000366     OPEN INPUT DL100-CRQ-FILE
000367
000368     PERFORM 3100-LIST-ONE-OPEN-ITEM
000369         THRU 3100-LIST-ONE-OPEN-ITEM-EXIT
000370         UNTIL WS-EOF
000371
000372     CLOSE DL100-CRQ-FILE
000373
000374     IF WS-SECTION-COUNT EQUAL 0
000375         WRITE DL100-WSR-LINE FROM WS-NONE-LINE
000376     END-IF
000377     .
000378 3000-LIST-OPEN-ITEMS-EXIT.
000379     EXIT.
000380
000381 3100-LIST-ONE-OPEN-ITEM.
000382     READ DL100-CRQ-FILE
000383         AT END
000384             MOVE 'Y' TO WS-EOF-SW
000385         NOT AT END
000386             IF DL100-CRQ-PENDING
000387                 PERFORM 3200-WRITE-OPEN-ITEM
000388                     THRU 3200-WRITE-OPEN-ITEM-EXIT
000389             END-IF
000390     END-READ
000391     .
000392 3100-LIST-ONE-OPEN-ITEM-EXIT.
000393     EXIT.
000394
000395 3200-WRITE-OPEN-ITEM.
000396     ADD 1 TO WS-SECTION-COUNT
000397     ADD 1 TO WS-OPEN-COUNT
000398
000399     MOVE 0 TO WS-AGE-DAYS
000400     IF DL100-CRQ-PROC-DATE NUMERIC
000401         MOVE DL100-CRQ-PROC-DATE TO WS-DATE-N
000402         COMPUTE WS-AGE-DAYS =
000403             FUNCTION INTEGER-OF-DATE (WS-PROC-DATE-N)
000404           - FUNCTION INTEGER-OF-DATE (WS-DATE-N)
000405         IF WS-AGE-DAYS LESS THAN 0
000406             MOVE 0 TO WS-AGE-DAYS
000407         END-IF
000408     END-IF
000409
000410     EVALUATE TRUE
000411         WHEN WS-AGE-DAYS EQUAL 0
000412             ADD 1 TO WS-AGE-0-COUNT
000413         WHEN WS-AGE-DAYS NOT GREATER THAN 2
000414             ADD 1 TO WS-AGE-1-2-COUNT
000415         WHEN WS-AGE-DAYS NOT GREATER THAN 5
000416             ADD 1 TO WS-AGE-3-5-COUNT
000417         WHEN OTHER
000418             ADD 1 TO WS-AGE-OVER-5-COUNT
000419     END-EVALUATE
000420
000421     IF WS-AGE-DAYS GREATER THAN WS-OLDEST-AGE
000422         MOVE WS-AGE-DAYS TO WS-OLDEST-AGE
000423     END-IF
000424
000425     PERFORM 7000-FORMAT-DETAIL
000426         THRU 7000-FORMAT-DETAIL-EXIT
000427
000428     MOVE WS-AGE-DAYS TO DL-OPEN-AGE
000429     MOVE ' DAYS OPEN' TO DL-OPEN-TEXT
000430
000431     WRITE DL100-WSR-LINE FROM WS-DETAIL-LINE
000432     .
000433 3200-WRITE-OPEN-ITEM-EXIT.
000434     EXIT.
000435
000436 7000-FORMAT-DETAIL.
000437     MOVE SPACES TO WS-DETAIL-LINE
000438     MOVE DL100-CRQ-PROC-DATE TO DL-PROC-DATE
000439     MOVE DL100-CRQ-TRAN-CODE TO DL-TRAN-CODE
000440     MOVE DL100-CRQ-ACCOUNT-NO TO DL-ACCOUNT-NO
000441     MOVE DL100-CRQ-COUNTERPARTY TO DL-COUNTERPARTY
000442     MOVE DL100-CRQ-AMOUNT TO DL-AMOUNT
000443     MOVE DL100-CRQ-MATCH-TYPE TO DL-MATCH-TYPE
000444     MOVE DL100-CRQ-ENTRY-ID TO DL-ENTRY-ID
000445     MOVE DL100-CRQ-LISTED-NAME TO DL-LISTED-NAME
000446     MOVE DL100-CRQ-USER-ID TO DL-USER-ID
000447     .
000448 7000-FORMAT-DETAIL-EXIT.
000449     EXIT.
000450
000451 7100-FORMAT-STATUS.
000452     EVALUATE TRUE
000453         WHEN DL100-CRQ-PENDING
000454             MOVE 'OPEN' TO DL-STATUS
000455         WHEN DL100-CRQ-BLOCKED
000456             MOVE 'BLOCKED' TO DL-STATUS
000457         WHEN DL100-CRQ-RESULT-SUSPENSE
000458             MOVE 'CLEARED - SUSPENSE' TO DL-STATUS
000459         WHEN DL100-CRQ-RESULT-PENDING
000460             MOVE 'CLEARED - APPROVAL' TO DL-STATUS
000461         WHEN OTHER
000462             MOVE 'CLEARED - RECORDED' TO DL-STATUS
000463     END-EVALUATE
000464     .
000465 7100-FORMAT-STATUS-EXIT.
000466     EXIT.
000467
000468 8000-SUMMARY.
000469     WRITE DL100-WSR-LINE FROM WS-RULE-LINE
000470
000471     MOVE 'HITS HELD TODAY' TO DL-SUM-LABEL
000472     MOVE WS-HIT-COUNT TO DL-SUM-COUNT
000473     WRITE DL100-WSR-LINE FROM WS-SUMMARY-LINE
000474     MOVE '  EXACT NAME MATCHES' TO DL-SUM-LABEL
000475     MOVE WS-EXACT-COUNT TO DL-SUM-COUNT
000476     WRITE DL100-WSR-LINE FROM WS-SUMMARY-LINE
000477     MOVE '  NORMALIZED NAME MATCHES' TO DL-SUM-LABEL
000478     MOVE WS-NORM-COUNT TO DL-SUM-COUNT
000479     WRITE DL100-WSR-LINE FROM WS-SUMMARY-LINE
000480     MOVE '  ACCOUNT NUMBER MATCHES' TO DL-SUM-LABEL
000481     MOVE WS-ACCOUNT-COUNT TO DL-SUM-COUNT
000482     WRITE DL100-WSR-LINE FROM WS-SUMMARY-LINE
000483     MOVE 'CLEARED TODAY' TO DL-SUM-LABEL
000484     MOVE WS-CLEAR-COUNT TO DL-SUM-COUNT
000485     WRITE DL100-WSR-LINE FROM WS-SUMMARY-LINE
000486     MOVE 'BLOCKED TODAY' TO DL-SUM-LABEL
000487     MOVE WS-BLOCK-COUNT TO DL-SUM-COUNT
000488     WRITE DL100-WSR-LINE FROM WS-SUMMARY-LINE
000489     MOVE 'OPEN ITEMS' TO DL-SUM-LABEL
000490     MOVE WS-OPEN-COUNT TO DL-SUM-COUNT
000491     WRITE DL100-WSR-LINE FROM WS-SUMMARY-LINE
000492     MOVE '  HELD TODAY' TO DL-SUM-LABEL
000493     MOVE WS-AGE-0-COUNT TO DL-SUM-COUNT
000494     WRITE DL100-WSR-LINE FROM WS-SUMMARY-LINE
000495     MOVE '  1 TO 2 DAYS OLD' TO DL-SUM-LABEL
000496     MOVE WS-AGE-1-2-COUNT TO DL-SUM-COUNT
000497     WRITE DL100-WSR-LINE FROM WS-SUMMARY-LINE
000498     MOVE '  3 TO 5 DAYS OLD' TO DL-SUM-LABEL
000499     MOVE WS-AGE-3-5-COUNT TO DL-SUM-COUNT
000500     WRITE DL100-WSR-LINE FROM WS-SUMMARY-LINE
000501     MOVE '  OVER 5 DAYS OLD' TO DL-SUM-LABEL
000502     MOVE WS-AGE-OVER-5-COUNT TO DL-SUM-COUNT
000503     WRITE DL100-WSR-LINE FROM WS-SUMMARY-LINE
000504     MOVE 'OLDEST OPEN ITEM (DAYS)' TO DL-SUM-LABEL
000505     MOVE WS-OLDEST-AGE TO DL-SUM-COUNT
000506     WRITE DL100-WSR-LINE FROM WS-SUMMARY-LINE
000507     .
000508 8000-SUMMARY-EXIT.
000509     EXIT.
000510
000511 9000-RUN-CONTROL-END.
000512     SET DL100-RCP-FUNC-END TO TRUE
000513     MOVE 'DL100WSR' TO DL100-RCP-JOB-NAME
000514     MOVE WS-READ-COUNT TO DL100-RCP-INPUT-COUNT
000515     MOVE WS-HIT-COUNT TO DL100-RCP-OUTPUT-COUNT
000516     MOVE 0 TO DL100-RCP-RETURN-CODE
000517
000518     CALL 'DL100RNC' USING DL100-RCP-PARMS
000519     END-CALL
000520     .
000521 9000-RUN-CONTROL-END-EXIT.
000522     EXIT.
