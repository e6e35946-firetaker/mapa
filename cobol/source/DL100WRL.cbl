000001*================================================================
000002* DL100WRL
000003*
000004* RELEASE OF WAREHOUSED FUTURE-DATED PAY1 PAYMENTS.
000005*
000006* PGMA0001 PARKS A PAY1 WHOSE VALUE DATE IS AFTER THE PROCESSING
000007* DATE ON THE DL100WHP WAREHOUSED-PAYMENT FILE.  THIS JOB RUNS
000008* EACH PROCESSING DAY AND RELEASES EVERY WAREHOUSED PAYMENT WHOSE
000009* RELEASE DATE HAS COME.  THE RELEASE DATE IS THE VALUE DATE,
000010* ROLLED FORWARD TO THE NEXT BUSINESS DAY ON THE DL100CAL
000011* CALENDAR WHEN THE VALUE DATE IS A HOLIDAY (A DATE BEYOND THE
000012* END OF THE CALENDAR IS TAKEN AS IT STANDS).  A RELEASED
000013* PAYMENT GOES THROUGH THE SAME STEPS AS ONE KEYED ONLINE, IN
000014* THE SAME ORDER PGMA0001 USES:
000015*     - THE PAYING ACCOUNT MUST STILL BE OPEN ON DL100ACT;
000016*     - A PAYEE ON THE DL100WLS WATCH LIST IS HELD ON DL100CRQ
000017*       FOR COMPLIANCE REVIEW;
000018*     - A SAME-DAY MATCH ON DL100PRC IS HELD ON DL100SUS;
000019*     - AN OVER-LIMIT PAYMENT IS HELD ON DL100PND;
000020*     - A PAYMENT THE BALANCE CANNOT COVER IS REFUSED AND LOGGED
000021*       TO DL100NSF;
000022*     - OTHERWISE IT IS RECORDED TO DL100PRC, DL100TDT, AND THE
000023*       DL100DTL DAY TOTAL AND DEBITED FROM THE DL100ACT BALANCE.
000024* THE OUTCOME IS STAMPED BACK ON THE DL100WHP RECORD.
000025*
000026* THE REPORT LISTS THE PAYMENTS RELEASED THIS RUN, THEN EVERY
000027* PAYMENT CANCELLED FROM DL100WHQ OR FAILED ON RELEASE THAT NO
000028* EARLIER RUN HAS LISTED.
000029*
000030* MAINTENANCE HISTORY
000031* DATE       INIT   DESCRIPTION
000032* ---------- ------ ----------------------------------------------
000033* 2026-10-15 JFM    INITIAL VERSION.
000034* 2026-10-15 JFM    SCREEN EACH RELEASED PAYEE AGAINST THE
000035*                   DL100WLS WATCH LIST THROUGH DL100WSC AND HOLD
000036*                   A HIT ON DL100CRQ FOR COMPLIANCE REVIEW.
000037* 2026-10-15 JFM    DL100DTL AND DL100PRC ARE NOW KEYED VSAM FILES
000038*                   - THE DUPLICATE CHECK IS A GENERIC START AND
000039*                   THE DAY TOTAL IS READ AND UPDATED BY KEY, AS
000040*                   IN PGMA0001.  DL100ACT AND DL100LIM ARE STILL
000041*                   READ SEQUENTIALLY.
000042* 2026-10-15 JFM    PAYMENTS ARE RELEASED ONTO THE NEXT PROCESSING
000043*                   DATE ONCE DL100EOD HAS CLOSED TODAY'S
000044*                   (DL100DCS).  A TOKEN ALREADY ON DL100PRC IS
000045*                   NOT WRITTEN TO DL100TDT, ADDED TO THE DAY
000046*                   TOTAL OR POSTED AGAIN - IT IS LISTED AND
000047*                   COUNTED AS ALREADY RECORDED.
000048*================================================================
000049 Identification Division.
000050 Program-ID. DL100WRL.
000051 Environment Division.
000052 Input-Output Section.
000053 File-Control.
000054     SELECT DL100-WHP-FILE ASSIGN TO DL100WHP
000055         ORGANIZATION IS SEQUENTIAL.
000056     SELECT DL100-CAL-FILE ASSIGN TO DL100CAL
000057         ORGANIZATION IS SEQUENTIAL.
000058     SELECT DL100-DCS-FILE ASSIGN TO DL100DCS
000059         ORGANIZATION IS SEQUENTIAL.
000060     SELECT DL100-ACT-FILE ASSIGN TO DL100ACT
000061         ORGANIZATION IS INDEXED
000062         ACCESS MODE IS SEQUENTIAL
000063         RECORD KEY IS DL100-ACT-ACCOUNT-NO.
000064     SELECT DL100-PRC-FILE ASSIGN TO DL100PRC
000065         ORGANIZATION IS INDEXED
000066         ACCESS MODE IS DYNAMIC
000067         RECORD KEY IS DL100-PRC-KEY.
000068     SELECT DL100-SUS-FILE ASSIGN TO DL100SUS
000069         ORGANIZATION IS SEQUENTIAL.
000070     SELECT DL100-LIM-FILE ASSIGN TO DL100LIM
000071         ORGANIZATION IS INDEXED
000072         ACCESS MODE IS SEQUENTIAL
000073         RECORD KEY IS DL100-LIM-ACCOUNT-NO.
000074     SELECT DL100-DTL-FILE ASSIGN TO DL100DTL
000075         ORGANIZATION IS INDEXED
000076         ACCESS MODE IS RANDOM
000077         RECORD KEY IS DL100-DTL-KEY.
000078     SELECT DL100-PND-FILE ASSIGN TO DL100PND
000079         ORGANIZATION IS SEQUENTIAL.
000080     SELECT DL100-TDT-FILE ASSIGN TO DL100TDT
000081         ORGANIZATION IS SEQUENTIAL.
000082     SELECT DL100-NSF-FILE ASSIGN TO DL100NSF
000083         ORGANIZATION IS SEQUENTIAL.
000084     SELECT DL100-CRQ-FILE ASSIGN TO DL100CRQ
000085         ORGANIZATION IS SEQUENTIAL.
000086     SELECT DL100-WRL-RPT ASSIGN TO DL100WRL
000087         ORGANIZATION IS SEQUENTIAL.
000088
000089 Data Division.
000090 File Section.
000091 FD  DL100-WHP-FILE
000092     RECORDING MODE IS F.
000093     COPY DL100WHP.
000094
000095 FD  DL100-CAL-FILE
000096     RECORDING MODE IS F.
000097     COPY DL100CAL.
000098
000099 FD  DL100-DCS-FILE
000100     RECORDING MODE IS F.
000101     COPY DL100DCS.
000102
000103 FD  DL100-ACT-FILE.
000104     COPY DL100ACT.
000105
000106 FD  DL100-PRC-FILE.
000107     COPY DL100PRC.
000108
000109 FD  DL100-SUS-FILE
000110     RECORDING MODE IS F.
000111     COPY DL100SUS.
000112
000113 FD  DL100-LIM-FILE.
000114     COPY DL100LIM.
000115
000116 FD  DL100-DTL-FILE.
000117     COPY DL100DTL.
000118
000119 FD  DL100-PND-FILE
000120     RECORDING MODE IS F.
000121     COPY DL100PND.
000122
000123 FD  DL100-TDT-FILE
000124     RECORDING MODE IS F.
000125     COPY DL100TDT.
000126
000127 FD  DL100-NSF-FILE
000128     RECORDING MODE IS F.
000129     COPY DL100NSF.
000130
000131 FD  DL100-CRQ-FILE
000132     RECORDING MODE IS F.
000133     COPY DL100CRQ.
000134
000135 FD  DL100-WRL-RPT
000136     RECORDING MODE IS F.
000137 01  DL100-WRL-LINE            PIC X(132).
000138
000139 Working-Storage Section.
000140
000141 01  CONSTANTS.
000142     05  MYNAME                PIC X(008) VALUE 'DL100WRL'.
000143     05  TRAN-PAYMENT          PIC X(004) VALUE 'PAY1'.
000144
000145 01  WS-SWITCHES.
000146     05  WS-EOF-SW             PIC X(01) VALUE 'N'.
000147         88  WS-EOF                VALUE 'Y'.
000148     05  WS-CAL-EOF-SW         PIC X(01) VALUE 'N'.
000149         88  WS-CAL-EOF            VALUE 'Y'.
000150     05  WS-ACT-EOF-SW         PIC X(01) VALUE 'N'.
000151         88  WS-ACT-EOF            VALUE 'Y'.
000152     05  WS-ACCT-FOUND-SW      PIC X(01) VALUE 'N'.
000153         88  WS-ACCT-FOUND         VALUE 'Y'.
000154     05  WS-ACCT-OPEN-SW       PIC X(01) VALUE 'N'.
000155         88  WS-ACCT-OPEN          VALUE 'Y'.
000156     05  WS-DUPLICATE-SW       PIC X(01) VALUE 'N'.
000157         88  WS-DUPLICATE          VALUE 'Y'.
000158     05  WS-LIM-EOF-SW         PIC X(01) VALUE 'N'.
000159         88  WS-LIM-EOF            VALUE 'Y'.
000160     05  WS-DTL-FOUND-SW       PIC X(01) VALUE 'N'.
000161         88  WS-DTL-FOUND          VALUE 'Y'.
000162     05  WS-ACCT-LIMIT-SW      PIC X(01) VALUE 'N'.
000163         88  WS-ACCT-LIMIT-SEEN    VALUE 'Y'.
000164     05  WS-OVER-LIMIT-SW      PIC X(01) VALUE 'N'.
000165         88  WS-OVER-LIMIT         VALUE 'Y'.
000166     05  WS-DEBIT-DONE-SW      PIC X(01) VALUE 'N'.
000167         88  WS-DEBIT-DONE         VALUE 'Y'.
000168     05  WS-ON-FILE-SW         PIC X(01) VALUE 'N'.
000169         88  WS-ON-FILE            VALUE 'Y'.
000170
000171 01  WS-NOW-TS                 PIC X(26).
000172 01  WS-PROC-DATE              PIC X(08).
000173 01  WS-BEST-DATE              PIC X(08).
000174 01  WS-RELEASE-DATE           PIC X(08).
000175
000176 01  WS-MOVEMENT-FIELDS.
000177     05  WS-MVT-ACCOUNT        PIC X(10).
000178     05  WS-MVT-COUNTERPARTY   PIC X(20).
000179     05  WS-MVT-AMOUNT         PIC 9(07)V99.
000180     05  WS-MVT-CORR-ID        PIC X(16).
000181     05  WS-MVT-USER-ID        PIC X(08).
000182     05  WS-MVT-TERM-ID        PIC X(04).
000183
000184 01  WS-LIMIT-FIELDS.
000185     05  WS-SINGLE-MAX         PIC 9(09)V99 VALUE 0.
000186     05  WS-DAILY-MAX          PIC 9(09)V99 VALUE 0.
000187     05  WS-DAY-TOTAL          PIC 9(11)V99 VALUE 0.
000188     05  WS-PAYER-BALANCE      PIC S9(09)V99 VALUE 0.
000189
000190 01  WS-READ-COUNT             PIC S9(08) COMP VALUE 0.
000191 01  WS-WAITING-COUNT          PIC S9(08) COMP VALUE 0.
000192 01  WS-RECORDED-COUNT         PIC S9(08) COMP VALUE 0.
000193 01  WS-HELD-COUNT             PIC S9(08) COMP VALUE 0.
000194 01  WS-FAILED-COUNT           PIC S9(08) COMP VALUE 0.
000195 01  WS-ON-FILE-COUNT          PIC S9(08) COMP VALUE 0.
000196 01  WS-LISTED-COUNT           PIC S9(08) COMP VALUE 0.
000197 01  WS-RECORDED-AMOUNT        PIC 9(11)V99 VALUE 0.
000198
000199 01  WS-HEADING-1.
000200     05  FILLER                PIC X(040) VALUE
000201         'DL100WRL - WAREHOUSED PAYMENT RELEASE - '.
000202     05  FILLER                PIC X(017) VALUE
000203         'PROCESSING DATE '.
000204     05  DL-HDG-PROC-DATE      PIC X(08).
000205     05  FILLER                PIC X(067) VALUE SPACES.
000206 01  WS-HEADING-2              PIC X(132) VALUE
000207     'SECTION 1 - PAYMENTS RELEASED THIS RUN'.
000208 01  WS-HEADING-3              PIC X(132) VALUE
000209     'SECTION 2 - PAYMENTS CANCELLED OR FAILED ON RELEASE'.
000210 01  WS-HEADING-COLS.
000211     05  FILLER                PIC X(029) VALUE
000212         'VALUE DT RELEASE  ACCOUNT    '.
000213     05  FILLER                PIC X(034) VALUE
000214         'PAYEE                      AMOUNT '.
000215     05  FILLER                PIC X(069) VALUE
000216         'USER     TOKEN            OUTCOME'.
000217 01  WS-NONE-LINE              PIC X(132) VALUE
000218     '    (NONE)'.
000219
000220 01  WS-DETAIL-LINE.
000221     05  DL-VALUE-DATE         PIC X(08).
000222     05  FILLER                PIC X(01) VALUE SPACE.
000223     05  DL-RELEASE-DATE       PIC X(08).
000224     05  FILLER                PIC X(01) VALUE SPACE.
000225     05  DL-ACCOUNT-NO         PIC X(10).
000226     05  FILLER                PIC X(01) VALUE SPACE.
000227     05  DL-PAYEE-NAME         PIC X(20).
000228     05  FILLER                PIC X(01) VALUE SPACE.
000229     05  DL-AMOUNT             PIC Z,ZZZ,ZZ9.99.
000230     05  FILLER                PIC X(01) VALUE SPACE.
000231     05  DL-USER-ID            PIC X(08).
000232     05  FILLER                PIC X(01) VALUE SPACE.
000233     05  DL-CORR-ID            PIC X(16).
000234     05  FILLER                PIC X(01) VALUE SPACE.
000235     05  DL-OUTCOME            PIC X(40).
000236     05  FILLER                PIC X(03) VALUE SPACES.
000237
000238 01  WS-SUMMARY-LINE.
000239     05  DL-SUM-LABEL          PIC X(028).
000240     05  DL-SUM-COUNT          PIC Z,ZZZ,ZZ9.
000241     05  FILLER                PIC X(095) VALUE SPACES.
000242 01  WS-SUMMARY-AMOUNT.
000243     05  FILLER                PIC X(028) VALUE
000244         'AMOUNT RECORDED           ='.
000245     05  DL-SUM-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
000246     05  FILLER                PIC X(087) VALUE SPACES.
000247
000248     COPY DL100WSP.
000249
000250     COPY DL100RCP.
000251
000252 Procedure Division.
000253 0000-MAINLINE.
000254     PERFORM 0100-RUN-CONTROL-START
000255         THRU 0100-RUN-CONTROL-START-EXIT
000256
000257     IF DL100-RCP-REFUSED
000258         DISPLAY 'DL100WRL RUN REFUSED BY RUN CONTROL'
000259             ' - SEE DL100RNC MESSAGE'
000260         GOBACK
000261     END-IF
000262
000263     MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
000264     MOVE WS-NOW-TS(1:8) TO WS-PROC-DATE
000265
000266     PERFORM 0500-RESOLVE-PROC-DATE
000267         THRU 0500-RESOLVE-PROC-DATE-EXIT
000268
000269     PERFORM 0600-APPLY-DAY-CLOSE
000270         THRU 0600-APPLY-DAY-CLOSE-EXIT
000271
000272     PERFORM 1000-OPEN-REPORT
000273         THRU 1000-OPEN-REPORT-EXIT
000274
000275     PERFORM 2000-RELEASE-DUE-PAYMENTS
000276         THRU 2000-RELEASE-DUE-PAYMENTS-EXIT
000277
000278     PERFORM 6000-LIST-CANCELLED-FAILED
000279         THRU 6000-LIST-CANCELLED-FAILED-EXIT
000280
000281     PERFORM 8000-SUMMARY
000282         THRU 8000-SUMMARY-EXIT
000283
000284     PERFORM 9000-RUN-CONTROL-END
000285         THRU 9000-RUN-CONTROL-END-EXIT
000286
000287     GOBACK
000288     .
000289
000290 0100-RUN-CONTROL-START.
000291     SET DL100-RCP-FUNC-START TO TRUE
000292     MOVE 'DL100WRL' TO DL100-RCP-JOB-NAME
000293
000294     CALL 'DL100RNC' USING DL100-RCP-PARMS
000295     END-CALL
000296     .
000297 0100-RUN-CONTROL-START-EXIT.
000298     EXIT.
000299
000300 0500-RESOLVE-PROC-DATE.
000301*    SAME RULE AS DL100RNC - THE PROCESSING DATE IS THE LATEST
000302*    BUSINESS DAY ON OR BEFORE THE CLOCK DATE; AN EMPTY OR
000303*    MISSING CALENDAR FALLS BACK TO THE CLOCK DATE.
000304     MOVE SPACES TO WS-BEST-DATE
000305     MOVE 'N' TO WS-CAL-EOF-SW
000306
000307     OPEN INPUT DL100-CAL-FILE
000308
000309     PERFORM 0550-SCAN-ONE-CAL-DAY
000310         THRU 0550-SCAN-ONE-CAL-DAY-EXIT
000311         UNTIL WS-CAL-EOF
000312
000313     CLOSE DL100-CAL-FILE
000314
000315     IF WS-BEST-DATE NOT EQUAL SPACES
000316         MOVE WS-BEST-DATE TO WS-PROC-DATE
000317     END-IF
000318     .
000319 0500-RESOLVE-PROC-DATE-EXIT.
000320     EXIT.
000321
000322 0550-SCAN-ONE-CAL-DAY.
000323     READ DL100-CAL-FILE
000324         AT END
000325             MOVE 'Y' TO WS-CAL-EOF-SW
000326         NOT AT END
000327             IF DL100-CAL-BUSINESS
000328                AND DL100-CAL-DATE
000329                        NOT GREATER THAN WS-NOW-TS(1:8)
000330                AND DL100-CAL-DATE GREATER THAN WS-BEST-DATE
000331                 MOVE DL100-CAL-DATE TO WS-BEST-DATE
000332             END-IF
000333     END-READ
000334     .
000335 0550-SCAN-ONE-CAL-DAY-EXIT.
000336     EXIT.
000337
000338 0600-APPLY-DAY-CLOSE.
000339*    ONCE DL100EOD HAS CLOSED A PROCESSING DATE NOTHING MORE IS
000340*    RECORDED ON IT - UNTIL THE NEXT DATE IT OPENED HAS COME, WORK
000341*    BELONGS TO THAT NEXT DATE, AS IN PGMA0001.
000342     OPEN INPUT DL100-DCS-FILE
000343
000344     READ DL100-DCS-FILE
000345         AT END
000346             CONTINUE
000347         NOT AT END
000348             IF DL100-DCS-OPEN-DATE NOT EQUAL SPACES
000349                AND WS-PROC-DATE LESS THAN DL100-DCS-OPEN-DATE
000350                 MOVE DL100-DCS-OPEN-DATE TO WS-PROC-DATE
000351             END-IF
000352     END-READ
000353
000354     CLOSE DL100-DCS-FILE
000355     .
000356 0600-APPLY-DAY-CLOSE-EXIT.
000357     EXIT.
000358
000359 1000-OPEN-REPORT.
000360     OPEN OUTPUT DL100-WRL-RPT
000361
000362     MOVE WS-PROC-DATE TO DL-HDG-PROC-DATE
000363     WRITE DL100-WRL-LINE FROM WS-HEADING-1
000364     MOVE SPACES TO DL100-WRL-LINE
000365     WRITE DL100-WRL-LINE
000366
000367     WRITE DL100-WRL-LINE FROM WS-HEADING-2
000368     WRITE DL100-WRL-LINE FROM WS-HEADING-COLS
000369     .
000370 1000-OPEN-REPORT-EXIT.
000371     EXIT.
000372
000373 2000-RELEASE-DUE-PAYMENTS.
000374     MOVE 'N' TO WS-EOF-SW
000375
000376     OPEN I-O DL100-WHP-FILE
000377
000378     PERFORM 2100-CHECK-ONE-PAYMENT
000379         THRU 2100-CHECK-ONE-PAYMENT-EXIT
000380         UNTIL WS-EOF
000381
000382     CLOSE DL100-WHP-FILE
000383
000384     IF WS-RECORDED-COUNT + WS-HELD-COUNT + WS-ON-FILE-COUNT
000385            EQUAL 0
000386         WRITE DL100-WRL-LINE FROM WS-NONE-LINE
000387     END-IF
000388     .
000389 2000-RELEASE-DUE-PAYMENTS-EXIT.
000390     EXIT.
000391
000392 2100-CHECK-ONE-PAYMENT.
000393     READ DL100-WHP-FILE
000394         AT END
000395             MOVE 'Y' TO WS-EOF-SW
000396         NOT AT END
000397             ADD 1 TO WS-READ-COUNT
000398             IF DL100-WHP-WAREHOUSED
000399                 PERFORM 2200-FIND-RELEASE-DATE
000400                     THRU 2200-FIND-RELEASE-DATE-EXIT
000401                 IF WS-RELEASE-DATE GREATER THAN WS-PROC-DATE
000402                     ADD 1 TO WS-WAITING-COUNT
000403                 ELSE
000404                     PERFORM 3000-RELEASE-PAYMENT
000405                         THRU 3000-RELEASE-PAYMENT-EXIT
000406                     REWRITE DL100-WHP-RECORD
000407                 END-IF
000408             END-IF
000409     END-READ
000410     .
000411 2100-CHECK-ONE-PAYMENT-EXIT.
000412     EXIT.
000413
000414 2200-FIND-RELEASE-DATE.
000415*    THE EARLIEST BUSINESS DAY ON OR AFTER THE VALUE DATE.  A
000416*    VALUE DATE PAST THE LAST CALENDAR ROW STANDS AS KEYED.
000417     MOVE HIGH-VALUES TO WS-BEST-DATE
000418     MOVE 'N' TO WS-CAL-EOF-SW
000419
000420     OPEN INPUT DL100-CAL-FILE
000421
000422     PERFORM 2250-SCAN-ONE-CAL-DAY
000423         THRU 2250-SCAN-ONE-CAL-DAY-EXIT
000424         UNTIL WS-CAL-EOF
000425
000426     CLOSE DL100-CAL-FILE
000427
000428     IF WS-BEST-DATE EQUAL HIGH-VALUES
000429         MOVE DL100-WHP-VALUE-DATE TO WS-RELEASE-DATE
000430     ELSE
000431         MOVE WS-BEST-DATE TO WS-RELEASE-DATE
000432     END-IF
000433     .
000434 2200-FIND-RELEASE-DATE-EXIT.
000435     EXIT.
000436
000437 2250-SCAN-ONE-CAL-DAY.
000438     READ DL100-CAL-FILE
000439         AT END
000440             MOVE 'Y' TO WS-CAL-EOF-SW
000441         NOT AT END
000442             IF DL100-CAL-BUSINESS
000443                AND DL100-CAL-DATE
000444                        NOT LESS THAN DL100-WHP-VALUE-DATE
000445                AND DL100-CAL-DATE LESS THAN WS-BEST-DATE
000446                 MOVE DL100-CAL-DATE TO WS-BEST-DATE
000447             END-IF
000448     END-READ
000449     .
000450 2250-SCAN-ONE-CAL-DAY-EXIT.
000451     EXIT.
000452
000453 3000-RELEASE-PAYMENT.
000454     MOVE DL100-WHP-ACCOUNT-NO TO WS-MVT-ACCOUNT
000455     MOVE DL100-WHP-PAYEE-NAME TO WS-MVT-COUNTERPARTY
000456     MOVE DL100-WHP-AMOUNT TO WS-MVT-AMOUNT
000457     MOVE DL100-WHP-CORR-ID TO WS-MVT-CORR-ID
000458     MOVE DL100-WHP-USER-ID TO WS-MVT-USER-ID
000459     MOVE DL100-WHP-TERM-ID TO WS-MVT-TERM-ID
000460
000461     MOVE WS-PROC-DATE TO DL100-WHP-RELEASE-DATE
000462     MOVE MYNAME TO DL100-WHP-DECIDED-BY
000463     MOVE WS-NOW-TS TO DL100-WHP-DECIDED-TS
000464     SET DL100-WHP-REPORTED TO TRUE
000465
000466     PERFORM 3100-CHECK-ACCOUNT
000467         THRU 3100-CHECK-ACCOUNT-EXIT
000468
000469     IF NOT WS-ACCT-OPEN
000470         SET DL100-WHP-FAILED TO TRUE
000471         SET DL100-WHP-UNREPORTED TO TRUE
000472         MOVE 'PAYING ACCOUNT NOT OPEN ON RELEASE DATE'
000473             TO DL100-WHP-REASON
000474         ADD 1 TO WS-FAILED-COUNT
000475         GO TO 3000-RELEASE-PAYMENT-EXIT
000476     END-IF
000477
000478     SET DL100-WSP-FUNC-SCREEN TO TRUE
000479     MOVE TRAN-PAYMENT TO DL100-WSP-TRAN-CODE
000480     MOVE WS-MVT-COUNTERPARTY TO DL100-WSP-COUNTERPARTY
000481
000482     CALL 'DL100WSC' USING DL100-WSP-PARMS
000483     END-CALL
000484
000485     IF DL100-WSP-HIT
000486         PERFORM 3050-HOLD-FOR-COMPLIANCE
000487             THRU 3050-HOLD-FOR-COMPLIANCE-EXIT
000488         SET DL100-WHP-HELD TO TRUE
000489         MOVE 'HELD FOR COMPLIANCE - WATCH LIST'
000490             TO DL100-WHP-REASON
000491         ADD 1 TO WS-HELD-COUNT
000492         PERFORM 5000-WRITE-RELEASE-LINE
000493             THRU 5000-WRITE-RELEASE-LINE-EXIT
000494         GO TO 3000-RELEASE-PAYMENT-EXIT
000495     END-IF
000496
000497     PERFORM 3200-CHECK-DUPLICATE
000498         THRU 3200-CHECK-DUPLICATE-EXIT
000499
000500     IF WS-DUPLICATE
000501         PERFORM 3300-HOLD-IN-SUSPENSE
000502             THRU 3300-HOLD-IN-SUSPENSE-EXIT
000503         SET DL100-WHP-HELD TO TRUE
000504         MOVE 'HELD IN SUSPENSE - SUSPECTED DUPLICATE'
000505             TO DL100-WHP-REASON
000506         ADD 1 TO WS-HELD-COUNT
000507         PERFORM 5000-WRITE-RELEASE-LINE
000508             THRU 5000-WRITE-RELEASE-LINE-EXIT
000509         GO TO 3000-RELEASE-PAYMENT-EXIT
000510     END-IF
000511
000512     PERFORM 3500-CHECK-LIMITS
000513         THRU 3500-CHECK-LIMITS-EXIT
000514
000515     IF WS-OVER-LIMIT
000516         PERFORM 3700-HOLD-FOR-APPROVAL
000517             THRU 3700-HOLD-FOR-APPROVAL-EXIT
000518         SET DL100-WHP-HELD TO TRUE
000519         MOVE 'OVER ACCOUNT LIMIT - HELD FOR APPROVAL'
000520             TO DL100-WHP-REASON
000521         ADD 1 TO WS-HELD-COUNT
000522         PERFORM 5000-WRITE-RELEASE-LINE
000523             THRU 5000-WRITE-RELEASE-LINE-EXIT
000524         GO TO 3000-RELEASE-PAYMENT-EXIT
000525     END-IF
000526
000527     IF WS-PAYER-BALANCE - WS-MVT-AMOUNT LESS THAN 0
000528         PERFORM 3900-REFUSE-MOVEMENT
000529             THRU 3900-REFUSE-MOVEMENT-EXIT
000530         SET DL100-WHP-FAILED TO TRUE
000531         SET DL100-WHP-UNREPORTED TO TRUE
000532         MOVE 'INSUFFICIENT FUNDS IN PAYING ACCOUNT'
000533             TO DL100-WHP-REASON
000534         ADD 1 TO WS-FAILED-COUNT
000535         GO TO 3000-RELEASE-PAYMENT-EXIT
000536     END-IF
000537
000538     PERFORM 4000-RECORD-MOVEMENT
000539         THRU 4000-RECORD-MOVEMENT-EXIT
000540
000541     IF WS-ON-FILE
000542         SET DL100-WHP-RELEASED TO TRUE
000543         MOVE 'ALREADY RECORDED - NOT POSTED AGAIN'
000544             TO DL100-WHP-REASON
000545         ADD 1 TO WS-ON-FILE-COUNT
000546         PERFORM 5000-WRITE-RELEASE-LINE
000547             THRU 5000-WRITE-RELEASE-LINE-EXIT
000548         GO TO 3000-RELEASE-PAYMENT-EXIT
000549     END-IF
000550
000551     SET DL100-WHP-RELEASED TO TRUE
000552     MOVE 'RELEASED AND RECORDED AS PROCESSED'
000553         TO DL100-WHP-REASON
000554     ADD 1 TO WS-RECORDED-COUNT
000555     ADD WS-MVT-AMOUNT TO WS-RECORDED-AMOUNT
000556     PERFORM 5000-WRITE-RELEASE-LINE
000557         THRU 5000-WRITE-RELEASE-LINE-EXIT
000558     .
000559 3000-RELEASE-PAYMENT-EXIT.
000560     EXIT.
000561
000562 3050-HOLD-FOR-COMPLIANCE.
000563     DISPLAY MYNAME ' WATCH-LIST HIT ' TRAN-PAYMENT
000564         ' FOR ACCOUNT ' WS-MVT-ACCOUNT ' ON ENTRY '
000565         DL100-WSP-ENTRY-ID ' - HELD FOR COMPLIANCE'
000566
000567     MOVE WS-NOW-TS TO DL100-CRQ-TIMESTAMP
000568     MOVE WS-PROC-DATE TO DL100-CRQ-PROC-DATE
000569     MOVE TRAN-PAYMENT TO DL100-CRQ-TRAN-CODE
000570     MOVE WS-MVT-TERM-ID TO DL100-CRQ-TERM-ID
000571     MOVE WS-MVT-USER-ID TO DL100-CRQ-USER-ID
000572     MOVE WS-MVT-CORR-ID TO DL100-CRQ-CORR-ID
000573     MOVE WS-MVT-ACCOUNT TO DL100-CRQ-ACCOUNT-NO
000574     MOVE WS-MVT-COUNTERPARTY TO DL100-CRQ-COUNTERPARTY
000575     MOVE WS-MVT-AMOUNT TO DL100-CRQ-AMOUNT
000576     MOVE MYNAME TO DL100-CRQ-SOURCE-PGM
000577     MOVE DL100-WSP-MATCH-TYPE TO DL100-CRQ-MATCH-TYPE
000578     MOVE DL100-WSP-ENTRY-ID TO DL100-CRQ-ENTRY-ID
000579     MOVE DL100-WSP-LISTED-NAME TO DL100-CRQ-LISTED-NAME
000580     MOVE DL100-WSP-LIST-CODE TO DL100-CRQ-LIST-CODE
000581     SET DL100-CRQ-PENDING TO TRUE
000582     MOVE SPACES TO DL100-CRQ-DECIDED-BY
000583     MOVE SPACES TO DL100-CRQ-DECIDED-TS
000584     MOVE SPACES TO DL100-CRQ-CLEAR-RESULT
000585
000586     OPEN EXTEND DL100-CRQ-FILE
000587     WRITE DL100-CRQ-RECORD
000588     CLOSE DL100-CRQ-FILE
000589     .
000590 3050-HOLD-FOR-COMPLIANCE-EXIT.
000591     EXIT.
000592
000593 3100-CHECK-ACCOUNT.
000594*    THE ACCOUNT WAS OPEN WHEN THE PAYMENT WAS KEYED - IT MAY HAVE
000595*    BEEN CLOSED OR FROZEN SINCE.  THE BALANCE READ HERE IS THE
000596*    ONE THE FUNDS CHECK USES.
000597     MOVE 'N' TO WS-ACCT-FOUND-SW
000598     MOVE 'N' TO WS-ACCT-OPEN-SW
000599     MOVE 'N' TO WS-ACT-EOF-SW
000600     MOVE 0 TO WS-PAYER-BALANCE
000601
000602     OPEN INPUT DL100-ACT-FILE
000603
000604     PERFORM 3150-READ-ONE-ACCOUNT
000605         THRU 3150-READ-ONE-ACCOUNT-EXIT
000606         UNTIL WS-ACT-EOF
000607            OR WS-ACCT-FOUND
000608
000609     CLOSE DL100-ACT-FILE
000610     .
000611 3100-CHECK-ACCOUNT-EXIT.
000612     EXIT.
000613
000614 3150-READ-ONE-ACCOUNT.
000615     READ DL100-ACT-FILE
000616         AT END
000617             MOVE 'Y' TO WS-ACT-EOF-SW
000618         NOT AT END
000619             IF DL100-ACT-ACCOUNT-NO EQUAL WS-MVT-ACCOUNT
000620                 MOVE 'Y' TO WS-ACCT-FOUND-SW
000621                 MOVE DL100-ACT-BALANCE TO WS-PAYER-BALANCE
000622                 IF DL100-ACT-OPEN
000623                     MOVE 'Y' TO WS-ACCT-OPEN-SW
000624                 END-IF
000625             END-IF
000626     END-READ
000627     .
000628 3150-READ-ONE-ACCOUNT-EXIT.
000629     EXIT.
000630
000631 3200-CHECK-DUPLICATE.
000632*    ANY SAME-DAY RECORD WITH THE SAME CODE, ACCOUNT,
000633*    COUNTERPARTY, AND AMOUNT IS A DUPLICATE, WHATEVER ITS TOKEN -
000634*    A GENERIC START ON THAT LEADING PART OF THE KEY FINDS ONE.
000635     MOVE 'N' TO WS-DUPLICATE-SW
000636
000637     MOVE WS-PROC-DATE TO DL100-PRC-PROC-DATE
000638     MOVE TRAN-PAYMENT TO DL100-PRC-TRAN-CODE
000639     MOVE WS-MVT-ACCOUNT TO DL100-PRC-ACCOUNT-NO
000640     MOVE WS-MVT-COUNTERPARTY TO DL100-PRC-COUNTERPARTY
000641     MOVE WS-MVT-AMOUNT TO DL100-PRC-AMOUNT
000642
000643     OPEN INPUT DL100-PRC-FILE
000644
000645     START DL100-PRC-FILE
000646         KEY IS EQUAL TO DL100-PRC-DUP-KEY
000647         INVALID KEY
000648             CONTINUE
000649         NOT INVALID KEY
000650             MOVE 'Y' TO WS-DUPLICATE-SW
000651     END-START
000652
000653     CLOSE DL100-PRC-FILE
000654     .
000655 3200-CHECK-DUPLICATE-EXIT.
000656     EXIT.
000657
000658 3300-HOLD-IN-SUSPENSE.
000659     DISPLAY MYNAME ' SUSPECTED DUPLICATE ' TRAN-PAYMENT
000660         ' FOR ACCOUNT ' WS-MVT-ACCOUNT ' - HELD IN SUSPENSE'
000661
000662     MOVE WS-NOW-TS TO DL100-SUS-TIMESTAMP
000663     MOVE WS-PROC-DATE TO DL100-SUS-PROC-DATE
000664     MOVE TRAN-PAYMENT TO DL100-SUS-TRAN-CODE
000665     MOVE WS-MVT-TERM-ID TO DL100-SUS-TERM-ID
000666     MOVE WS-MVT-USER-ID TO DL100-SUS-USER-ID
000667     MOVE WS-MVT-CORR-ID TO DL100-SUS-CORR-ID
000668     MOVE WS-MVT-ACCOUNT TO DL100-SUS-ACCOUNT-NO
000669     MOVE WS-MVT-COUNTERPARTY TO DL100-SUS-COUNTERPARTY
000670     MOVE WS-MVT-AMOUNT TO DL100-SUS-AMOUNT
000671     SET DL100-SUS-PENDING TO TRUE
000672     MOVE SPACES TO DL100-SUS-DECIDED-BY
000673     MOVE SPACES TO DL100-SUS-DECIDED-TS
000674
000675     OPEN EXTEND DL100-SUS-FILE
000676     WRITE DL100-SUS-RECORD
000677     CLOSE DL100-SUS-FILE
000678     .
000679 3300-HOLD-IN-SUSPENSE-EXIT.
000680     EXIT.
000681
000682 3500-CHECK-LIMITS.
000683     MOVE 'N' TO WS-OVER-LIMIT-SW
000684
000685     PERFORM 3550-FIND-ACCOUNT-LIMIT
000686         THRU 3550-FIND-ACCOUNT-LIMIT-EXIT
000687
000688*    A ZERO MAXIMUM MEANS NO CEILING OF THAT KIND.
000689     IF WS-SINGLE-MAX GREATER THAN 0
000690        AND WS-MVT-AMOUNT GREATER THAN WS-SINGLE-MAX
000691         MOVE 'Y' TO WS-OVER-LIMIT-SW
000692         GO TO 3500-CHECK-LIMITS-EXIT
000693     END-IF
000694
000695     IF WS-DAILY-MAX GREATER THAN 0
000696         PERFORM 3650-READ-DAY-TOTAL
000697             THRU 3650-READ-DAY-TOTAL-EXIT
000698         IF WS-DAY-TOTAL + WS-MVT-AMOUNT
000699                 GREATER THAN WS-DAILY-MAX
000700             MOVE 'Y' TO WS-OVER-LIMIT-SW
000701         END-IF
000702     END-IF
000703     .
000704 3500-CHECK-LIMITS-EXIT.
000705     EXIT.
000706
000707 3550-FIND-ACCOUNT-LIMIT.
000708*    AN ACCOUNT-SPECIFIC ROW BEATS THE '*DEFAULT*' ROW; NO ROW
000709*    AT ALL MEANS NO LIMITS FOR THIS ACCOUNT.
000710     MOVE 0 TO WS-SINGLE-MAX
000711     MOVE 0 TO WS-DAILY-MAX
000712     MOVE 'N' TO WS-ACCT-LIMIT-SW
000713     MOVE 'N' TO WS-LIM-EOF-SW
000714
000715     OPEN INPUT DL100-LIM-FILE
000716
000717     PERFORM 3600-CHECK-ONE-LIMIT
000718         THRU 3600-CHECK-ONE-LIMIT-EXIT
000719         UNTIL WS-LIM-EOF
000720
000721     CLOSE DL100-LIM-FILE
000722     .
000723 3550-FIND-ACCOUNT-LIMIT-EXIT.
000724     EXIT.
000725
000726 3600-CHECK-ONE-LIMIT.
000727     READ DL100-LIM-FILE
000728         AT END
000729             MOVE 'Y' TO WS-LIM-EOF-SW
000730         NOT AT END
000731             EVALUATE TRUE
000732                 WHEN DL100-LIM-ACCOUNT-NO EQUAL WS-MVT-ACCOUNT
000733                     MOVE DL100-LIM-SINGLE-MAX TO WS-SINGLE-MAX
000734                     MOVE DL100-LIM-DAILY-MAX TO WS-DAILY-MAX
000735                     MOVE 'Y' TO WS-ACCT-LIMIT-SW
000736                 WHEN DL100-LIM-DEFAULT
000737                  AND NOT WS-ACCT-LIMIT-SEEN
000738                     MOVE DL100-LIM-SINGLE-MAX TO WS-SINGLE-MAX
000739                     MOVE DL100-LIM-DAILY-MAX TO WS-DAILY-MAX
000740                 WHEN OTHER
000741                     CONTINUE
000742             END-EVALUATE
000743     END-READ
000744     .
000745 3600-CHECK-ONE-LIMIT-EXIT.
000746     EXIT.
000747
000748 3650-READ-DAY-TOTAL.
000749     MOVE 0 TO WS-DAY-TOTAL
000750     MOVE WS-PROC-DATE TO DL100-DTL-PROC-DATE
000751     MOVE WS-MVT-ACCOUNT TO DL100-DTL-ACCOUNT-NO
000752
000753     OPEN INPUT DL100-DTL-FILE
000754
000755     READ DL100-DTL-FILE
000756         INVALID KEY
000757             CONTINUE
000758         NOT INVALID KEY
000759             MOVE DL100-DTL-TOTAL-AMOUNT TO WS-DAY-TOTAL
000760     END-READ
000761
000762     CLOSE DL100-DTL-FILE
000763     .
000764 3650-READ-DAY-TOTAL-EXIT.
000765     EXIT.
000766
000767 3700-HOLD-FOR-APPROVAL.
000768     DISPLAY MYNAME ' OVER-LIMIT ' TRAN-PAYMENT
000769         ' FOR ACCOUNT ' WS-MVT-ACCOUNT
000770         ' - HELD FOR APPROVAL'
000771
000772     MOVE WS-NOW-TS TO DL100-PND-TIMESTAMP
000773     MOVE WS-PROC-DATE TO DL100-PND-PROC-DATE
000774     MOVE TRAN-PAYMENT TO DL100-PND-TRAN-CODE
000775     MOVE WS-MVT-TERM-ID TO DL100-PND-TERM-ID
000776     MOVE WS-MVT-USER-ID TO DL100-PND-USER-ID
000777     MOVE WS-MVT-CORR-ID TO DL100-PND-CORR-ID
000778     MOVE WS-MVT-ACCOUNT TO DL100-PND-ACCOUNT-NO
000779     MOVE WS-MVT-COUNTERPARTY TO DL100-PND-COUNTERPARTY
000780     MOVE WS-MVT-AMOUNT TO DL100-PND-AMOUNT
000781     SET DL100-PND-PENDING TO TRUE
000782     MOVE SPACES TO DL100-PND-DECIDED-BY
000783     MOVE SPACES TO DL100-PND-DECIDED-TS
000784
000785     OPEN EXTEND DL100-PND-FILE
000786     WRITE DL100-PND-RECORD
000787     CLOSE DL100-PND-FILE
000788     .
000789 3700-HOLD-FOR-APPROVAL-EXIT.
000790     EXIT.
000791
000792 3900-REFUSE-MOVEMENT.
000793     DISPLAY MYNAME ' INSUFFICIENT FUNDS ' TRAN-PAYMENT
000794         ' FOR ACCOUNT ' WS-MVT-ACCOUNT ' - REFUSED'
000795
000796     MOVE WS-NOW-TS TO DL100-NSF-TIMESTAMP
000797     MOVE WS-MVT-TERM-ID TO DL100-NSF-TERM-ID
000798     MOVE WS-MVT-USER-ID TO DL100-NSF-USER-ID
000799     MOVE MYNAME TO DL100-NSF-PROGRAM
000800     MOVE TRAN-PAYMENT TO DL100-NSF-TRAN-CODE
000801     MOVE WS-MVT-CORR-ID TO DL100-NSF-CORR-ID
000802     MOVE WS-MVT-ACCOUNT TO DL100-NSF-ACCOUNT-NO
000803     MOVE WS-MVT-AMOUNT TO DL100-NSF-AMOUNT
000804     MOVE WS-PAYER-BALANCE TO DL100-NSF-BALANCE
000805
000806     OPEN EXTEND DL100-NSF-FILE
000807     WRITE DL100-NSF-RECORD
000808     CLOSE DL100-NSF-FILE
000809     .
000810 3900-REFUSE-MOVEMENT-EXIT.
000811     EXIT.
000812
000813 4000-RECORD-MOVEMENT.
000814     MOVE WS-PROC-DATE TO DL100-PRC-PROC-DATE
000815     MOVE TRAN-PAYMENT TO DL100-PRC-TRAN-CODE
000816     MOVE WS-MVT-ACCOUNT TO DL100-PRC-ACCOUNT-NO
000817     MOVE WS-MVT-COUNTERPARTY TO DL100-PRC-COUNTERPARTY
000818     MOVE WS-MVT-AMOUNT TO DL100-PRC-AMOUNT
000819     MOVE WS-MVT-CORR-ID TO DL100-PRC-CORR-ID
000820     MOVE WS-NOW-TS TO DL100-PRC-TIMESTAMP
000821
000822     MOVE 'N' TO WS-ON-FILE-SW
000823
000824     OPEN I-O DL100-PRC-FILE
000825     WRITE DL100-PRC-RECORD
000826         INVALID KEY
000827             DISPLAY MYNAME ' DL100PRC ALREADY HOLDS TOKEN '
000828                 DL100-PRC-CORR-ID ' - NOT RECORDED TWICE'
000829             MOVE 'Y' TO WS-ON-FILE-SW
000830     END-WRITE
000831     CLOSE DL100-PRC-FILE
000832
000833*    THE TOKEN WAS RECORDED AND POSTED BEFORE - NOT POSTED AGAIN.
000834     IF WS-ON-FILE
000835         GO TO 4000-RECORD-MOVEMENT-EXIT
000836     END-IF
000837
000838     MOVE WS-NOW-TS TO DL100-TDT-TIMESTAMP
000839     MOVE WS-PROC-DATE TO DL100-TDT-PROC-DATE
000840     MOVE TRAN-PAYMENT TO DL100-TDT-TRAN-CODE
000841     MOVE WS-MVT-CORR-ID TO DL100-TDT-CORR-ID
000842     MOVE WS-MVT-USER-ID TO DL100-TDT-USER-ID
000843     MOVE WS-MVT-ACCOUNT TO DL100-TDT-ACCOUNT-NO
000844     MOVE WS-MVT-COUNTERPARTY TO DL100-TDT-COUNTERPARTY
000845     MOVE WS-MVT-AMOUNT TO DL100-TDT-AMOUNT
000846     SET DL100-TDT-UNEXTRACTED TO TRUE
000847     SET DL100-TDT-NOT-REVERSED TO TRUE
000848     MOVE SPACES TO DL100-TDT-ORIG-CORR-ID
000849
000850     OPEN EXTEND DL100-TDT-FILE
000851     WRITE DL100-TDT-RECORD
000852     CLOSE DL100-TDT-FILE
000853
000854     PERFORM 4200-UPDATE-DAY-TOTAL
000855         THRU 4200-UPDATE-DAY-TOTAL-EXIT
000856
000857     PERFORM 4500-POST-BALANCE
000858         THRU 4500-POST-BALANCE-EXIT
000859     .
000860 4000-RECORD-MOVEMENT-EXIT.
000861     EXIT.
000862
000863 4200-UPDATE-DAY-TOTAL.
000864     MOVE WS-PROC-DATE TO DL100-DTL-PROC-DATE
000865     MOVE WS-MVT-ACCOUNT TO DL100-DTL-ACCOUNT-NO
000866
000867     OPEN I-O DL100-DTL-FILE
000868
000869     READ DL100-DTL-FILE
000870         INVALID KEY
000871             MOVE 'N' TO WS-DTL-FOUND-SW
000872         NOT INVALID KEY
000873             MOVE 'Y' TO WS-DTL-FOUND-SW
000874     END-READ
000875
000876     IF WS-DTL-FOUND
000877         ADD WS-MVT-AMOUNT TO DL100-DTL-TOTAL-AMOUNT
000878         REWRITE DL100-DTL-RECORD
000879     ELSE
000880         MOVE WS-PROC-DATE TO DL100-DTL-PROC-DATE
000881         MOVE WS-MVT-ACCOUNT TO DL100-DTL-ACCOUNT-NO
000882         MOVE WS-MVT-AMOUNT TO DL100-DTL-TOTAL-AMOUNT
000883         WRITE DL100-DTL-RECORD
000884     END-IF
000885
000886     CLOSE DL100-DTL-FILE
000887     .
000888 4200-UPDATE-DAY-TOTAL-EXIT.
000889     EXIT.
000890
000891 4500-POST-BALANCE.
000892*    A PAY1 ONLY DEBITS - THE PAYEE IS OUTSIDE THE MASTER.
000893     MOVE 'N' TO WS-DEBIT-DONE-SW
000894     MOVE 'N' TO WS-ACT-EOF-SW
000895
000896     OPEN I-O DL100-ACT-FILE
000897
000898     PERFORM 4600-POST-ONE-ACCOUNT
000899         THRU 4600-POST-ONE-ACCOUNT-EXIT
000900         UNTIL WS-ACT-EOF
000901            OR WS-DEBIT-DONE
000902
000903     CLOSE DL100-ACT-FILE
000904     .
000905 4500-POST-BALANCE-EXIT.
000906     EXIT.
000907
000908 4600-POST-ONE-ACCOUNT.
000909     READ DL100-ACT-FILE
000910         AT END
000911             MOVE 'Y' TO WS-ACT-EOF-SW
000912         NOT AT END
000913             IF DL100-ACT-ACCOUNT-NO EQUAL WS-MVT-ACCOUNT
000914                 SUBTRACT WS-MVT-AMOUNT FROM DL100-ACT-BALANCE
000915                 REWRITE DL100-ACT-RECORD
000916                 MOVE 'Y' TO WS-DEBIT-DONE-SW
000917             END-IF
000918     END-READ
000919     .
000920 4600-POST-ONE-ACCOUNT-EXIT.
000921     EXIT.
000922
000923 5000-WRITE-RELEASE-LINE.
000924     PERFORM 7000-FORMAT-DETAIL
000925         THRU 7000-FORMAT-DETAIL-EXIT
000926
000927     WRITE DL100-WRL-LINE FROM WS-DETAIL-LINE
000928     .
000929 5000-WRITE-RELEASE-LINE-EXIT.
000930     EXIT.
000931
000932 6000-LIST-CANCELLED-FAILED.
000933     MOVE SPACES TO DL100-WRL-LINE
000934     WRITE DL100-WRL-LINE
000935     WRITE DL100-WRL-LINE FROM WS-HEADING-3
000936     WRITE DL100-WRL-LINE FROM WS-HEADING-COLS
000937
000938     MOVE 'N' TO WS-EOF-SW
000939
000940     OPEN I-O DL100-WHP-FILE
000941
000942     PERFORM 6100-LIST-ONE-PAYMENT
000943         THRU 6100-LIST-ONE-PAYMENT-EXIT
000944         UNTIL WS-EOF
000945
000946     CLOSE DL100-WHP-FILE
000947
000948     IF WS-LISTED-COUNT EQUAL 0
000949         WRITE DL100-WRL-LINE FROM WS-NONE-LINE
000950     END-IF
000951     .
000952 6000-LIST-CANCELLED-FAILED-EXIT.
000953     EXIT.
000954
000955 6100-LIST-ONE-PAYMENT.
000956     READ DL100-WHP-FILE
000957         AT END
000958             MOVE 'Y' TO WS-EOF-SW
000959         NOT AT END
000960             IF (DL100-WHP-CANCELLED OR DL100-WHP-FAILED)
000961                AND DL100-WHP-UNREPORTED
000962                 PERFORM 7000-FORMAT-DETAIL
000963                     THRU 7000-FORMAT-DETAIL-EXIT
000964                 WRITE DL100-WRL-LINE FROM WS-DETAIL-LINE
000965                 ADD 1 TO WS-LISTED-COUNT
000966                 SET DL100-WHP-REPORTED TO TRUE
000967                 REWRITE DL100-WHP-RECORD
000968             END-IF
000969     END-READ
000970     .
000971 6100-LIST-ONE-PAYMENT-EXIT.
000972     EXIT.
000973
000974 7000-FORMAT-DETAIL.
000975     MOVE SPACES TO WS-DETAIL-LINE
000976     MOVE DL100-WHP-VALUE-DATE TO DL-VALUE-DATE
000977     MOVE DL100-WHP-RELEASE-DATE TO DL-RELEASE-DATE
000978     MOVE DL100-WHP-ACCOUNT-NO TO DL-ACCOUNT-NO
000979     MOVE DL100-WHP-PAYEE-NAME TO DL-PAYEE-NAME
000980     MOVE DL100-WHP-AMOUNT TO DL-AMOUNT
000981     MOVE DL100-WHP-USER-ID TO DL-USER-ID
000982     MOVE DL100-WHP-CORR-ID TO DL-CORR-ID
000983     MOVE DL100-WHP-REASON TO DL-OUTCOME
000984     .
000985 7000-FORMAT-DETAIL-EXIT.
000986     EXIT.
000987
000988 8000-SUMMARY.
000989     MOVE SPACES TO DL100-WRL-LINE
000990     WRITE DL100-WRL-LINE
000991
000992     MOVE 'WAREHOUSED RECORDS READ  =' TO DL-SUM-LABEL
000993     MOVE WS-READ-COUNT TO DL-SUM-COUNT
000994     WRITE DL100-WRL-LINE FROM WS-SUMMARY-LINE
000995     MOVE 'RELEASED AND RECORDED     =' TO DL-SUM-LABEL
000996     MOVE WS-RECORDED-COUNT TO DL-SUM-COUNT
000997     WRITE DL100-WRL-LINE FROM WS-SUMMARY-LINE
000998     MOVE 'RELEASED INTO A HOLD      =' TO DL-SUM-LABEL
000999     MOVE WS-HELD-COUNT TO DL-SUM-COUNT
001000     WRITE DL100-WRL-LINE FROM WS-SUMMARY-LINE
001001     MOVE 'ALREADY ON DL100PRC       =' TO DL-SUM-LABEL
001002     MOVE WS-ON-FILE-COUNT TO DL-SUM-COUNT
001003     WRITE DL100-WRL-LINE FROM WS-SUMMARY-LINE
001004     MOVE 'FAILED ON RELEASE         =' TO DL-SUM-LABEL
001005     MOVE WS-FAILED-COUNT TO DL-SUM-COUNT
001006     WRITE DL100-WRL-LINE FROM WS-SUMMARY-LINE
001007     MOVE 'CANCELLED/FAILED LISTED   =' TO DL-SUM-LABEL
001008     MOVE WS-LISTED-COUNT TO DL-SUM-COUNT
001009     WRITE DL100-WRL-LINE FROM WS-SUMMARY-LINE
001010     MOVE 'STILL WAITING FOR VALUE DT=' TO DL-SUM-LABEL
001011     MOVE WS-WAITING-COUNT TO DL-SUM-COUNT
001012     WRITE DL100-WRL-LINE FROM WS-SUMMARY-LINE
001013     MOVE WS-RECORDED-AMOUNT TO DL-SUM-AMOUNT
001014     WRITE DL100-WRL-LINE FROM WS-SUMMARY-AMOUNT
001015
001016     CLOSE DL100-WRL-RPT
001017     .
001018 8000-SUMMARY-EXIT.
001019     EXIT.
001020
001021 9000-RUN-CONTROL-END.
001022     SET DL100-RCP-FUNC-END TO TRUE
001023     MOVE 'DL100WRL' TO DL100-RCP-JOB-NAME
001024     MOVE WS-READ-COUNT TO DL100-RCP-INPUT-COUNT
001025     MOVE WS-RECORDED-COUNT TO DL100-RCP-OUTPUT-COUNT
001026     MOVE 0 TO DL100-RCP-RETURN-CODE
001027
001028     CALL 'DL100RNC' USING DL100-RCP-PARMS
001029     END-CALL
001030     .
001031 9000-RUN-CONTROL-END-EXIT.
001032     EXIT.
