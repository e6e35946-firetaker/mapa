000056*                   FILE FOR THE DL100APQ SUPERVISOR CONSOLE.
000057*                   THE DAY'S RUNNING TOTAL PER ACCOUNT IS NOW
000058*                   KEPT ON THE NEW DL100DTL FILE.
000059* 2026-10-15 JFM    POST EVERY RECORDED PAY1/XFR1 TO THE DL100ACT
000060*                   BALANCES - PAY1 DEBITS THE PAYING ACCOUNT,
000061*                   XFR1 DEBITS THE FROM-ACCOUNT AND CREDITS THE
000062*                   TO-ACCOUNT.  A MOVEMENT THAT WOULD TAKE THE
000063*                   PAYING ACCOUNT BELOW ZERO IS REFUSED WITH
000064*                   CA-RC-ERROR AND LOGGED TO THE NEW DL100NSF
000065*                   REFUSAL FILE FOR THE TRACE LOOKUPS.
000066* 2026-10-15 JFM    PARK A PAY1 WHOSE VALUE DATE IS AFTER THE
000067*                   PROCESSING DATE ON THE NEW DL100WHP
000068*                   WAREHOUSED-PAYMENT FILE INSTEAD OF PROCESSING
000069*                   IT ON ARRIVAL - THE USER IS TOLD IT IS
000070*                   SCHEDULED AND DL100WRL RELEASES IT ON THE DAY.
000071* 2026-10-15 JFM    NEW REV1 REVERSAL - BACKS OUT A RECORDED
000072*                   PAY1/XFR1 NAMED BY ITS ORIGINAL TOKEN:
000073*                   REVERSES THE BALANCE POSTING, TAKES IT OFF
000074*                   THE ORIGINAL DAY'S DL100DTL TOTAL, WRITES A
000075*                   REV1 DETAIL TO DL100TDT FOR THE LEDGER, AND
000076*                   MARKS THE ORIGINAL REVERSED.  POSTING NOW
000077*                   WORKS FROM AN EXPLICIT DEBIT AND CREDIT
000078*                   ACCOUNT SO BOTH DIRECTIONS SHARE IT.
000079* 2026-10-15 JFM    SCREEN THE PAY1 PAYEE AND THE XFR1 TO-ACCOUNT
000080*                   AGAINST THE DL100WLS WATCH LIST THROUGH
000081*                   DL100WSC BEFORE THE DUPLICATE, LIMIT AND FUNDS
000082*                   CHECKS - A HIT IS HELD ON THE NEW DL100CRQ
000083*                   COMPLIANCE-REVIEW QUEUE FOR THE DL100CRC
000084*                   CONSOLE, NOT PROCESSED.
000085* 2026-10-15 JFM    LOG EVERY INQ1 ACCOUNT INQUIRY (USER,
000086*                   TERMINAL, ACCOUNT, TOKEN, TIMESTAMP, AND THE
000087*                   STATUS SHOWN) TO THE NEW DL100IAL ACCESS LOG
000088*                   FOR THE DL100IAW WEEKLY PRIVACY REPORT.
000089* 2026-10-15 JFM    DL100ACT, DL100LIM, DL100DTL, AND DL100PRC ARE
000090*                   NOW KEYED VSAM FILES - THE FUNDS CHECK,
000091*                   POSTING, INQUIRY, LIMIT, AND DAY-TOTAL LOOKUPS
000092*                   ARE DIRECT KEYED READS, AND THE DUPLICATE
000093*                   CHECK IS ONE GENERIC START ON DATE, CODE,
000094*                   ACCOUNT, COUNTERPARTY, AND AMOUNT, INSTEAD OF
000095*                   A PASS OF THE WHOLE FILE EACH TIME.
000096* 2026-10-15 JFM    MOVEMENTS KEYED AFTER THE DL100EOD DAY CLOSE
000097*                   TAKE THE NEXT PROCESSING DATE IT OPENED
000098*                   (DL100DCS) INSTEAD OF THE CLOCK DATE OF THE
000099*                   CLOSED DAY.
000100* 2026-10-15 JFM    A TOKEN ALREADY ON DL100PRC IS NOT WRITTEN TO
000101*                   DL100TDT, ADDED TO THE DAY TOTAL OR POSTED
000102*                   AGAIN - THE CALLER IS TOLD IT WAS ALREADY
000103*                   RECORDED.
000104*================================================================
000105 Identification Division.
000106 Program-ID. PGMA0001.
000107 Environment Division.
000108 Input-Output Section.
000109 File-Control.
000110     SELECT DL100-CMP-FILE ASSIGN TO DL100CMP
000111         ORGANIZATION IS SEQUENTIAL.
000112     SELECT DL100-PRC-FILE ASSIGN TO DL100PRC
000113         ORGANIZATION IS INDEXED
000114         ACCESS MODE IS DYNAMIC
000115         RECORD KEY IS DL100-PRC-KEY.
000116     SELECT DL100-SUS-FILE ASSIGN TO DL100SUS
000117         ORGANIZATION IS SEQUENTIAL.
000118     SELECT DL100-ACT-FILE ASSIGN TO DL100ACT
000119         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000121         RECORD KEY IS DL100-ACT-ACCOUNT-NO.
000122     SELECT DL100-TDT-FILE ASSIGN TO DL100TDT
000123         ORGANIZATION IS SEQUENTIAL.
000124     SELECT DL100-LIM-FILE ASSIGN TO DL100LIM
000125         ORGANIZATION IS INDEXED
000126         ACCESS MODE IS RANDOM
000127         RECORD KEY IS DL100-LIM-ACCOUNT-NO.
000128     SELECT DL100-DTL-FILE ASSIGN TO DL100DTL
000129         ORGANIZATION IS INDEXED
000130         ACCESS MODE IS RANDOM
000131         RECORD KEY IS DL100-DTL-KEY.
000132     SELECT DL100-PND-FILE ASSIGN TO DL100PND
000133         ORGANIZATION IS SEQUENTIAL.
000134     SELECT DL100-NSF-FILE ASSIGN TO DL100NSF
000135         ORGANIZATION IS SEQUENTIAL.
000136     SELECT DL100-WHP-FILE ASSIGN TO DL100WHP
000137         ORGANIZATION IS SEQUENTIAL.
000138     SELECT DL100-CRQ-FILE ASSIGN TO DL100CRQ
000139         ORGANIZATION IS SEQUENTIAL.
000140     SELECT DL100-IAL-FILE ASSIGN TO DL100IAL
000141         ORGANIZATION IS SEQUENTIAL.
000142     SELECT DL100-DCS-FILE ASSIGN TO DL100DCS
000143         ORGANIZATION IS SEQUENTIAL.
000144
000145 Data Division.
000146 File Section.
000147 FD  DL100-CMP-FILE
000148     RECORDING MODE IS F.
000149     COPY DL100CMP.
000150
000151 FD  DL100-PRC-FILE.
000152     COPY DL100PRC.
000153
000154 FD  DL100-SUS-FILE
000155     RECORDING MODE IS F.
000156     COPY DL100SUS.
000157
000158 FD  DL100-ACT-FILE.
000159     COPY DL100ACT.
000160
000161 FD  DL100-TDT-FILE
000162     RECORDING MODE IS F.
000163     COPY DL100TDT.
000164
000165 FD  DL100-LIM-FILE.
000166     COPY DL100LIM.
000167
000168 FD  DL100-DTL-FILE.
000169     COPY DL100DTL.
000170
000171 FD  DL100-PND-FILE
000172     RECORDING MODE IS F.
000173     COPY DL100PND.
000174
000175 FD  DL100-NSF-FILE
000176     RECORDING MODE IS F.
000177     COPY DL100NSF.
000178
000179 FD  DL100-WHP-FILE
000180     RECORDING MODE IS F.
000181     COPY DL100WHP.
000182
000183 FD  DL100-CRQ-FILE
000184     RECORDING MODE IS F.
000185     COPY DL100CRQ.
000186
000187 FD  DL100-IAL-FILE
000188     RECORDING MODE IS F.
000189     COPY DL100IAL.
000190
000191 FD  DL100-DCS-FILE
000192     RECORDING MODE IS F.
000193     COPY DL100DCS.
000194
000195 Working-Storage Section.
000196
000197 01  CONSTANTS.
000198     05  MYNAME               PIC X(012) VALUE 'PGMA0001'.
000199     05  TRAN-INQUIRY         PIC X(004) VALUE 'INQ1'.
000200     05  TRAN-PAYMENT         PIC X(004) VALUE 'PAY1'.
000201     05  TRAN-TRANSFER        PIC X(004) VALUE 'XFR1'.
000202     05  TRAN-REVERSAL        PIC X(004) VALUE 'REV1'.
000203
000204 01  WS-SWITCHES.
000205     05  WS-DUPLICATE-SW      PIC X(01) VALUE 'N'.
000206         88  WS-DUPLICATE         VALUE 'Y'.
000207     05  WS-ACT-EOF-SW        PIC X(01) VALUE 'N'.
000208         88  WS-ACT-EOF           VALUE 'Y'.
000209     05  WS-ACCT-FOUND-SW     PIC X(01) VALUE 'N'.
000210         88  WS-ACCT-FOUND        VALUE 'Y'.
000211     05  WS-ON-FILE-SW        PIC X(01) VALUE 'N'.
000212         88  WS-ON-FILE           VALUE 'Y'.
000213
000214 01  WS-NOW-TS                PIC X(26).
000215 01  WS-PROC-DATE             PIC X(08).
000216
000217 01  WS-MOVEMENT-FIELDS.
000218     05  WS-MVT-ACCOUNT       PIC X(10).
000219     05  WS-MVT-COUNTERPARTY  PIC X(20).
000220     05  WS-MVT-AMOUNT        PIC 9(07)V99.
000221
000222     COPY DL100PIQ.
000223     COPY DL100PPY.
000224     COPY DL100PXF.
000225     COPY DL100PRV.
000226     COPY DL100WSP.
000227
000228 01  WS-INQUIRY-FIELDS.
000229     05  WS-INQ-OPEN-COUNT    PIC S9(08) COMP VALUE 0.
000230     05  WS-INQ-CLOSED-COUNT  PIC S9(08) COMP VALUE 0.
000231     05  WS-INQ-FROZEN-COUNT  PIC S9(08) COMP VALUE 0.
000232     05  WS-INQ-OPEN-ED       PIC ZZZ9.
000233     05  WS-INQ-CLOSED-ED     PIC ZZZ9.
000234     05  WS-INQ-FROZEN-ED     PIC ZZZ9.
000235     05  WS-INQ-BALANCE-ED    PIC -ZZZ,ZZZ,ZZ9.99.
000236     05  WS-INQ-STATUS-WORD   PIC X(06).
000237     05  WS-INQ-STATUS-SW     PIC X(01).
000238
000239 01  DOWN-LEVEL-MSG           PIC X(079)
000240         VALUE 'CALLER IS RUNNING DOWN-LEVEL CA-STUFF - REJECTED'.
000241
000242 01  DUPLICATE-MSG            PIC X(079) VALUE
000243     'SUSPECTED DUPLICATE - HELD IN SUSPENSE FOR OPERATOR REVIEW'.
000244
000245 01  OVER-LIMIT-MSG           PIC X(079) VALUE
000246     'OVER ACCOUNT LIMIT - HELD FOR SUPERVISOR APPROVAL'.
000247
000248 01  INSUFFICIENT-FUNDS-MSG   PIC X(079) VALUE
000249     'INSUFFICIENT FUNDS IN PAYING ACCOUNT - MOVEMENT REFUSED'.
000250
000251 01  WAREHOUSED-MSG.
000252     05  FILLER               PIC X(033) VALUE
000253         'PAYMENT SCHEDULED FOR VALUE DATE '.
000254     05  WAREHOUSED-MSG-DATE  PIC X(008).
000255     05  FILLER               PIC X(038) VALUE
000256         ' - WAREHOUSED UNTIL THEN'.
000257
000258 01  WATCH-LIST-MSG           PIC X(079) VALUE
000259     'COUNTERPARTY ON WATCH LIST - HELD FOR COMPLIANCE REVIEW'.
000260
000261 01  REVERSAL-NOT-FOUND-MSG   PIC X(079) VALUE
000262     'NO RECORDED PAY1/XFR1 FOR THAT TOKEN - NOTHING REVERSED'.
000263
000264 01  ALREADY-REVERSED-MSG     PIC X(079) VALUE
000265     'TRANSACTION ALREADY REVERSED - NOTHING CHANGED'.
000266
000267 01  REVERSED-MSG             PIC X(079) VALUE
000268     'ORIGINAL TRANSACTION REVERSED'.
000269
000270 01  ALREADY-RECORDED-MSG     PIC X(079) VALUE
000271     'TOKEN ALREADY RECORDED - NOT POSTED A SECOND TIME'.
000272
000273 01  WS-LIMIT-FIELDS.
000274     05  WS-LIM-FOUND-SW      PIC X(01) VALUE 'N'.
000275         88  WS-LIM-FOUND         VALUE 'Y'.
000276     05  WS-DTL-FOUND-SW      PIC X(01) VALUE 'N'.
000277         88  WS-DTL-FOUND         VALUE 'Y'.
000278     05  WS-OVER-LIMIT-SW     PIC X(01) VALUE 'N'.
000279         88  WS-OVER-LIMIT        VALUE 'Y'.
000280     05  WS-SINGLE-MAX        PIC 9(09)V99 VALUE 0.
000281     05  WS-DAILY-MAX         PIC 9(09)V99 VALUE 0.
000282     05  WS-DAY-TOTAL         PIC 9(11)V99 VALUE 0.
000283
000284 01  WS-POSTING-FIELDS.
000285     05  WS-NSF-SW            PIC X(01) VALUE 'N'.
000286         88  WS-NSF               VALUE 'Y'.
000287     05  WS-DEBIT-ACCOUNT     PIC X(10).
000288     05  WS-CREDIT-ACCOUNT    PIC X(10).
000289     05  WS-PAYER-BALANCE     PIC S9(09)V99 VALUE 0.
000290
000291 01  WS-REVERSAL-FIELDS.
000292     05  WS-TDT-EOF-SW        PIC X(01) VALUE 'N'.
000293         88  WS-TDT-EOF           VALUE 'Y'.
000294     05  WS-ORIG-FOUND-SW     PIC X(01) VALUE 'N'.
000295         88  WS-ORIG-FOUND        VALUE 'Y'.
000296     05  WS-ORIG-REVERSED-SW  PIC X(01) VALUE 'N'.
000297         88  WS-ORIG-REVERSED     VALUE 'Y'.
000298     05  WS-ORIG-PROC-DATE    PIC X(08).
000299     05  WS-ORIG-TRAN-CODE    PIC X(04).
000300     05  WS-ORIG-ACCOUNT      PIC X(10).
000301     05  WS-ORIG-COUNTERPARTY PIC X(20).
000302     05  WS-ORIG-AMOUNT       PIC 9(07)V99.
000303
000304 Linkage Section.
000305
000306     COPY CASTUFF REPLACING ==CA-STUFF== BY ==DFHCOMMAREA==.
000307
000308 Procedure Division.
000309 0000-MAINLINE.
000310     DISPLAY MYNAME ' Begin'
000311
000312     IF NOT CA-VERSION-CURRENT
000313         PERFORM 1000-REJECT-DOWN-LEVEL
000314             THRU 1000-REJECT-DOWN-LEVEL-EXIT
000315         GO TO 0000-MAINLINE-EXIT
000316     END-IF
000317
000318     CALL 'DL100VAL' USING DFHCOMMAREA
000319     END-CALL
000320
000321     IF NOT CA-RC-NORMAL
000322         PERFORM 1500-REJECT-BAD-PAYLOAD
000323             THRU 1500-REJECT-BAD-PAYLOAD-EXIT
000324         GO TO 0000-MAINLINE-EXIT
000325     END-IF
000326
000327     MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
000328     MOVE WS-NOW-TS(1:8) TO WS-PROC-DATE
000329
000330     PERFORM 2200-APPLY-DAY-CLOSE
000331         THRU 2200-APPLY-DAY-CLOSE-EXIT
000332
000333     IF CA-TRAN-CODE EQUAL TRAN-PAYMENT
000334        OR CA-TRAN-CODE EQUAL TRAN-TRANSFER
000335         PERFORM 2500-EXTRACT-MOVEMENT
000336             THRU 2500-EXTRACT-MOVEMENT-EXIT
000337
000338         IF CA-TRAN-CODE EQUAL TRAN-PAYMENT
000339            AND DL100-PPY-VALUE-DATE GREATER THAN WS-PROC-DATE
000340             PERFORM 2700-WAREHOUSE-PAYMENT
000341                 THRU 2700-WAREHOUSE-PAYMENT-EXIT
000342             GO TO 0000-MAINLINE-EXIT
000343         END-IF
000344
000345         PERFORM 2800-SCREEN-WATCH-LIST
000346             THRU 2800-SCREEN-WATCH-LIST-EXIT
000347
000348         IF DL100-WSP-HIT
000349             PERFORM 2850-HOLD-FOR-COMPLIANCE
000350                 THRU 2850-HOLD-FOR-COMPLIANCE-EXIT
000351             GO TO 0000-MAINLINE-EXIT
000352         END-IF
000353
000354         PERFORM 3000-CHECK-DUPLICATE
000355             THRU 3000-CHECK-DUPLICATE-EXIT
000356
000357         IF WS-DUPLICATE
000358             PERFORM 3300-HOLD-IN-SUSPENSE
000359                 THRU 3300-HOLD-IN-SUSPENSE-EXIT
000360             GO TO 0000-MAINLINE-EXIT
000361         END-IF
000362
000363         PERFORM 3500-CHECK-LIMITS
000364             THRU 3500-CHECK-LIMITS-EXIT
000365
000366         IF WS-OVER-LIMIT
000367             PERFORM 3700-HOLD-FOR-APPROVAL
000368                 THRU 3700-HOLD-FOR-APPROVAL-EXIT
000369             GO TO 0000-MAINLINE-EXIT
000370         END-IF
000371
000372         PERFORM 3800-CHECK-FUNDS
000373             THRU 3800-CHECK-FUNDS-EXIT
000374
000375         IF WS-NSF
000376             PERFORM 3900-REFUSE-MOVEMENT
000377                 THRU 3900-REFUSE-MOVEMENT-EXIT
000378             GO TO 0000-MAINLINE-EXIT
000379         END-IF
000380
000381         PERFORM 4000-RECORD-MOVEMENT
000382             THRU 4000-RECORD-MOVEMENT-EXIT
000383     END-IF
000384
000385     IF CA-TRAN-CODE EQUAL TRAN-REVERSAL
000386         PERFORM 6000-REVERSE-MOVEMENT
000387             THRU 6000-REVERSE-MOVEMENT-EXIT
000388     END-IF
000389
000390     IF CA-TRAN-CODE EQUAL TRAN-INQUIRY
000391         PERFORM 5000-ANSWER-INQUIRY
000392             THRU 5000-ANSWER-INQUIRY-EXIT
000393     END-IF
000394
000395     DISPLAY MYNAME ' End'
000396     .
000397 0000-MAINLINE-EXIT.
000398     PERFORM 2000-WRITE-COMPLETION
000399         THRU 2000-WRITE-COMPLETION-EXIT
000400
000401     EXEC CICS
000402          RETURN
000403     END-EXEC
000404
000405     GOBACK
000406     .
000407
000408 1000-REJECT-DOWN-LEVEL.
000409     SET CA-RC-SEVERE TO TRUE
000410     MOVE DOWN-LEVEL-MSG TO CA-MESSAGE
000411
000412     DISPLAY MYNAME ' REJECTED DOWN-LEVEL CALLER - CA-VERSION='
000413         CA-VERSION
000414     .
000415 1000-REJECT-DOWN-LEVEL-EXIT.
000416     EXIT.
000417
000418 1500-REJECT-BAD-PAYLOAD.
000419     DISPLAY MYNAME ' REJECTED MALFORMED PAYLOAD - ' CA-MESSAGE
000420     .
000421 1500-REJECT-BAD-PAYLOAD-EXIT.
000422     EXIT.
000423
000424 2000-WRITE-COMPLETION.
000425     MOVE FUNCTION CURRENT-DATE TO DL100-CMP-TIMESTAMP
000426     MOVE EIBTRMID TO DL100-CMP-TERM-ID
000427     MOVE EIBUSERID TO DL100-CMP-USER-ID
000428     MOVE MYNAME TO DL100-CMP-PROGRAM
000429     MOVE CA-RETURN-CODE TO DL100-CMP-RETURN-CODE
000430
000431*    A DOWN-LEVEL CALLER'S COMMAREA ENDS BEFORE CA-CORR-ID -
000432*    READING IT THERE WOULD RUN PAST THE RECEIVED STORAGE.
000433     IF CA-VERSION-CURRENT
000434         MOVE CA-CORR-ID TO DL100-CMP-CORR-ID
000435     ELSE
000436         MOVE SPACES TO DL100-CMP-CORR-ID
000437     END-IF
000438
000439     OPEN EXTEND DL100-CMP-FILE
000440     WRITE DL100-CMP-RECORD
000441     CLOSE DL100-CMP-FILE
000442     .
000443 2000-WRITE-COMPLETION-EXIT.
000444     EXIT.
000445
000446
000447 2200-APPLY-DAY-CLOSE.
000448*    ONCE DL100EOD HAS CLOSED A PROCESSING DATE, WHATEVER IS KEYED
000449*    BEFORE THE NEXT DATE IT OPENED - THE REST OF THE CLOSED DAY,
000450*    OR A WEEKEND OR HOLIDAY - BELONGS TO THAT NEXT DATE.
000451     OPEN INPUT DL100-DCS-FILE
000452
000453     READ DL100-DCS-FILE
000454         AT END
000455             CONTINUE
000456         NOT AT END
000457             IF DL100-DCS-OPEN-DATE NOT EQUAL SPACES
000458                AND WS-PROC-DATE LESS THAN DL100-DCS-OPEN-DATE
000459                 MOVE DL100-DCS-OPEN-DATE TO WS-PROC-DATE
000460             END-IF
000461     END-READ
000462
000463     CLOSE DL100-DCS-FILE
000464     .
000465 2200-APPLY-DAY-CLOSE-EXIT.
000466     EXIT.
000467
000468
000469 2500-EXTRACT-MOVEMENT.
000470*    DL100VAL HAS ALREADY PROVED THE PAYLOAD MATCHES ITS LAYOUT.
000471     IF CA-TRAN-CODE EQUAL TRAN-PAYMENT
000472         MOVE CA-DATA(1:LENGTH OF DL100-PPY-PAYLOAD)
000473             TO DL100-PPY-PAYLOAD
000474         MOVE DL100-PPY-ACCOUNT-NO TO WS-MVT-ACCOUNT
000475         MOVE DL100-PPY-PAYEE-NAME TO WS-MVT-COUNTERPARTY
000476         MOVE DL100-PPY-AMOUNT TO WS-MVT-AMOUNT
000477     ELSE
000478         MOVE CA-DATA(1:LENGTH OF DL100-PXF-PAYLOAD)
000479             TO DL100-PXF-PAYLOAD
000480         MOVE DL100-PXF-FROM-ACCOUNT TO WS-MVT-ACCOUNT
000481         MOVE SPACES TO WS-MVT-COUNTERPARTY
000482         MOVE DL100-PXF-TO-ACCOUNT TO WS-MVT-COUNTERPARTY(1:10)
000483         MOVE DL100-PXF-AMOUNT TO WS-MVT-AMOUNT
000484     END-IF
000485     .
000486 2500-EXTRACT-MOVEMENT-EXIT.
000487     EXIT.
000488
000489 2700-WAREHOUSE-PAYMENT.
000490*    A FUTURE-DATED PAYMENT IS NOT PROCESSED TODAY - IT WAITS ON
000491*    DL100WHP UNTIL DL100WRL RELEASES IT ON ITS VALUE DATE.
000492     DISPLAY MYNAME ' FUTURE-DATED ' CA-TRAN-CODE
000493         ' FOR ACCOUNT ' WS-MVT-ACCOUNT ' - WAREHOUSED UNTIL '
000494         DL100-PPY-VALUE-DATE
000495
000496     MOVE WS-NOW-TS TO DL100-WHP-TIMESTAMP
000497     MOVE WS-PROC-DATE TO DL100-WHP-PROC-DATE
000498     MOVE DL100-PPY-VALUE-DATE TO DL100-WHP-VALUE-DATE
000499     MOVE EIBTRMID TO DL100-WHP-TERM-ID
000500     MOVE EIBUSERID TO DL100-WHP-USER-ID
000501     MOVE CA-CORR-ID TO DL100-WHP-CORR-ID
000502     MOVE WS-MVT-ACCOUNT TO DL100-WHP-ACCOUNT-NO
000503     MOVE WS-MVT-COUNTERPARTY TO DL100-WHP-PAYEE-NAME
000504     MOVE WS-MVT-AMOUNT TO DL100-WHP-AMOUNT
000505     SET DL100-WHP-WAREHOUSED TO TRUE
000506     MOVE SPACES TO DL100-WHP-RELEASE-DATE
000507     MOVE SPACES TO DL100-WHP-DECIDED-BY
000508     MOVE SPACES TO DL100-WHP-DECIDED-TS
000509     MOVE SPACES TO DL100-WHP-REASON
000510     SET DL100-WHP-UNREPORTED TO TRUE
000511
000512     OPEN EXTEND DL100-WHP-FILE
000513     WRITE DL100-WHP-RECORD
000514     CLOSE DL100-WHP-FILE
000515
000516     SET CA-RC-WARNING TO TRUE
000517     MOVE DL100-PPY-VALUE-DATE TO WAREHOUSED-MSG-DATE
000518     MOVE WAREHOUSED-MSG TO CA-MESSAGE
000519     .
000520 2700-WAREHOUSE-PAYMENT-EXIT.
000521     EXIT.
000522
000523 2800-SCREEN-WATCH-LIST.
000524*    A WAREHOUSED PAYMENT IS SCREENED WHEN DL100WRL RELEASES IT,
000525*    AGAINST THE LIST AS IT STANDS ON THE DAY IT WOULD BE PAID.
000526     SET DL100-WSP-FUNC-SCREEN TO TRUE
000527     MOVE CA-TRAN-CODE TO DL100-WSP-TRAN-CODE
000528     MOVE WS-MVT-COUNTERPARTY TO DL100-WSP-COUNTERPARTY
000529
000530     CALL 'DL100WSC' USING DL100-WSP-PARMS
000531     END-CALL
000532     .
000533 2800-SCREEN-WATCH-LIST-EXIT.
000534     EXIT.
000535
000536 2850-HOLD-FOR-COMPLIANCE.
000537     DISPLAY MYNAME ' WATCH-LIST HIT ' CA-TRAN-CODE
000538         ' FOR ACCOUNT ' WS-MVT-ACCOUNT ' ON ENTRY '
000539         DL100-WSP-ENTRY-ID ' - HELD FOR COMPLIANCE'
000540
000541     MOVE WS-NOW-TS TO DL100-CRQ-TIMESTAMP
000542     MOVE WS-PROC-DATE TO DL100-CRQ-PROC-DATE
000543     MOVE CA-TRAN-CODE TO DL100-CRQ-TRAN-CODE
000544     MOVE EIBTRMID TO DL100-CRQ-TERM-ID
000545     MOVE EIBUSERID TO DL100-CRQ-USER-ID
000546     MOVE CA-CORR-ID TO DL100-CRQ-CORR-ID
000547     MOVE WS-MVT-ACCOUNT TO DL100-CRQ-ACCOUNT-NO
000548     MOVE WS-MVT-COUNTERPARTY TO DL100-CRQ-COUNTERPARTY
000549     MOVE WS-MVT-AMOUNT TO DL100-CRQ-AMOUNT
000550     MOVE MYNAME TO DL100-CRQ-SOURCE-PGM
000551     MOVE DL100-WSP-MATCH-TYPE TO DL100-CRQ-MATCH-TYPE
000552     MOVE DL100-WSP-ENTRY-ID TO DL100-CRQ-ENTRY-ID
000553     MOVE DL100-WSP-LISTED-NAME TO DL100-CRQ-LISTED-NAME
000554     MOVE DL100-WSP-LIST-CODE TO DL100-CRQ-LIST-CODE
000555     SET DL100-CRQ-PENDING TO TRUE
000556     MOVE SPACES TO DL100-CRQ-DECIDED-BY
000557     MOVE SPACES TO DL100-CRQ-DECIDED-TS
000558     MOVE SPACES TO DL100-CRQ-CLEAR-RESULT
000559
000560     OPEN EXTEND DL100-CRQ-FILE
000561     WRITE DL100-CRQ-RECORD
000562     CLOSE DL100-CRQ-FILE
000563
000564     SET CA-RC-WARNING TO TRUE
000565     MOVE WATCH-LIST-MSG TO CA-MESSAGE
000566     .
000567 2850-HOLD-FOR-COMPLIANCE-EXIT.
000568     EXIT.
000569
000570 3000-CHECK-DUPLICATE.
000571*    ANY SAME-DAY RECORD WITH THE SAME CODE, ACCOUNT,
000572*    COUNTERPARTY, AND AMOUNT IS A DUPLICATE, WHATEVER ITS TOKEN -
000573*    A GENERIC START ON THAT LEADING PART OF THE KEY FINDS ONE.
000574     MOVE 'N' TO WS-DUPLICATE-SW
000575
000576     MOVE WS-PROC-DATE TO DL100-PRC-PROC-DATE
000577     MOVE CA-TRAN-CODE TO DL100-PRC-TRAN-CODE
000578     MOVE WS-MVT-ACCOUNT TO DL100-PRC-ACCOUNT-NO
000579     MOVE WS-MVT-COUNTERPARTY TO DL100-PRC-COUNTERPARTY
000580     MOVE WS-MVT-AMOUNT TO DL100-PRC-AMOUNT
000581
000582     OPEN INPUT DL100-PRC-FILE
000583
000584     START DL100-PRC-FILE
000585         KEY IS EQUAL TO DL100-PRC-DUP-KEY
000586         INVALID KEY
000587             CONTINUE
000588         NOT INVALID KEY
000589             MOVE 'Y' TO WS-DUPLICATE-SW
000590     END-START
000591
000592     CLOSE DL100-PRC-FILE
000593     .
000594 3000-CHECK-DUPLICATE-EXIT.
000595     EXIT.
000596
000597 3300-HOLD-IN-SUSPENSE.
000598     DISPLAY MYNAME ' SUSPECTED DUPLICATE ' CA-TRAN-CODE
000599         ' FOR ACCOUNT ' WS-MVT-ACCOUNT ' - HELD IN SUSPENSE'
000600
000601     MOVE WS-NOW-TS TO DL100-SUS-TIMESTAMP
000602     MOVE WS-PROC-DATE TO DL100-SUS-PROC-DATE
000603     MOVE CA-TRAN-CODE TO DL100-SUS-TRAN-CODE
000604     MOVE EIBTRMID TO DL100-SUS-TERM-ID
000605     MOVE EIBUSERID TO DL100-SUS-USER-ID
000606     MOVE CA-CORR-ID TO DL100-SUS-CORR-ID
000607     MOVE WS-MVT-ACCOUNT TO DL100-SUS-ACCOUNT-NO
000608     MOVE WS-MVT-COUNTERPARTY TO DL100-SUS-COUNTERPARTY
000609     MOVE WS-MVT-AMOUNT TO DL100-SUS-AMOUNT
000610     SET DL100-SUS-PENDING TO TRUE
000611     MOVE SPACES TO DL100-SUS-DECIDED-BY
000612     MOVE SPACES TO DL100-SUS-DECIDED-TS
000613
000614     OPEN EXTEND DL100-SUS-FILE
000615     WRITE DL100-SUS-RECORD
000616     CLOSE DL100-SUS-FILE
000617
000618     SET CA-RC-WARNING TO TRUE
000619     MOVE DUPLICATE-MSG TO CA-MESSAGE
000620     .
000621 3300-HOLD-IN-SUSPENSE-EXIT.
000622     EXIT.
000623
000624 3500-CHECK-LIMITS.
000625     MOVE 'N' TO WS-OVER-LIMIT-SW
000626
000627     PERFORM 3550-FIND-ACCOUNT-LIMIT
000628         THRU 3550-FIND-ACCOUNT-LIMIT-EXIT
000629
000630*    A ZERO MAXIMUM MEANS NO CEILING OF THAT KIND.
000631     IF WS-SINGLE-MAX GREATER THAN 0
000632        AND WS-MVT-AMOUNT GREATER THAN WS-SINGLE-MAX
000633         MOVE 'Y' TO WS-OVER-LIMIT-SW
000634         GO TO 3500-CHECK-LIMITS-EXIT
000635     END-IF
000636
000637     IF WS-DAILY-MAX GREATER THAN 0
000638         PERFORM 3650-READ-DAY-TOTAL
000639             THRU 3650-READ-DAY-TOTAL-EXIT
000640         IF WS-DAY-TOTAL + WS-MVT-AMOUNT
000641                 GREATER THAN WS-DAILY-MAX
000642             MOVE 'Y' TO WS-OVER-LIMIT-SW
000643         END-IF
000644     END-IF
000645     .
000646 3500-CHECK-LIMITS-EXIT.
000647     EXIT.
000648
000649 3550-FIND-ACCOUNT-LIMIT.
000650*    AN ACCOUNT-SPECIFIC ROW BEATS THE '*DEFAULT*' ROW; NO ROW
000651*    AT ALL MEANS NO LIMITS FOR THIS ACCOUNT.
000652     MOVE 0 TO WS-SINGLE-MAX
000653     MOVE 0 TO WS-DAILY-MAX
000654
000655     OPEN INPUT DL100-LIM-FILE
000656
000657     MOVE WS-MVT-ACCOUNT TO DL100-LIM-ACCOUNT-NO
000658     PERFORM 3600-READ-ONE-LIMIT
000659         THRU 3600-READ-ONE-LIMIT-EXIT
000660
000661     IF NOT WS-LIM-FOUND
000662         SET DL100-LIM-DEFAULT TO TRUE
000663         PERFORM 3600-READ-ONE-LIMIT
000664             THRU 3600-READ-ONE-LIMIT-EXIT
000665     END-IF
000666
000667     CLOSE DL100-LIM-FILE
000668     .
000669 3550-FIND-ACCOUNT-LIMIT-EXIT.
000670     EXIT.
000671
000672 3600-READ-ONE-LIMIT.
000673     READ DL100-LIM-FILE
000674         INVALID KEY
000675             MOVE 'N' TO WS-LIM-FOUND-SW
000676         NOT INVALID KEY
000677             MOVE 'Y' TO WS-LIM-FOUND-SW
000678             MOVE DL100-LIM-SINGLE-MAX TO WS-SINGLE-MAX
000679             MOVE DL100-LIM-DAILY-MAX TO WS-DAILY-MAX
000680     END-READ
000681     .
000682 3600-READ-ONE-LIMIT-EXIT.
000683     EXIT.
000684
000685 3650-READ-DAY-TOTAL.
000686     MOVE 0 TO WS-DAY-TOTAL
000687     MOVE WS-PROC-DATE TO DL100-DTL-PROC-DATE
000688     MOVE WS-MVT-ACCOUNT TO DL100-DTL-ACCOUNT-NO
000689
000690     OPEN INPUT DL100-DTL-FILE
000691
000692     READ DL100-DTL-FILE
000693         INVALID KEY
000694             CONTINUE
000695         NOT INVALID KEY
000696             MOVE DL100-DTL-TOTAL-AMOUNT TO WS-DAY-TOTAL
000697     END-READ
000698
000699     CLOSE DL100-DTL-FILE
000700     .
000701 3650-READ-DAY-TOTAL-EXIT.
000702     EXIT.
000703
000704 3700-HOLD-FOR-APPROVAL.
000705     DISPLAY MYNAME ' OVER-LIMIT ' CA-TRAN-CODE
000706         ' FOR ACCOUNT ' WS-MVT-ACCOUNT
000707         ' - HELD FOR APPROVAL'
000708
000709     MOVE WS-NOW-TS TO DL100-PND-TIMESTAMP
000710     MOVE WS-PROC-DATE TO DL100-PND-PROC-DATE
000711     MOVE CA-TRAN-CODE TO DL100-PND-TRAN-CODE
000712     MOVE EIBTRMID TO DL100-PND-TERM-ID
000713     MOVE EIBUSERID TO DL100-PND-USER-ID
000714     MOVE CA-CORR-ID TO DL100-PND-CORR-ID
000715     MOVE WS-MVT-ACCOUNT TO DL100-PND-ACCOUNT-NO
000716     MOVE WS-MVT-COUNTERPARTY TO DL100-PND-COUNTERPARTY
000717     MOVE WS-MVT-AMOUNT TO DL100-PND-AMOUNT
000718     SET DL100-PND-PENDING TO TRUE
000719     MOVE SPACES TO DL100-PND-DECIDED-BY
000720     MOVE SPACES TO DL100-PND-DECIDED-TS
000721
000722     OPEN EXTEND DL100-PND-FILE
000723     WRITE DL100-PND-RECORD
000724     CLOSE DL100-PND-FILE
000725
000726     SET CA-RC-WARNING TO TRUE
000727     MOVE OVER-LIMIT-MSG TO CA-MESSAGE
000728     .
000729 3700-HOLD-FOR-APPROVAL-EXIT.
000730     EXIT.
000731
000732 3800-CHECK-FUNDS.
000733*    THE PAYING ACCOUNT MUST COVER THE WHOLE MOVEMENT - A BALANCE
000734*    THAT WOULD GO NEGATIVE REFUSES IT.  AN ACCOUNT THAT HAS LEFT
000735*    THE MASTER SINCE DL100VAL SAW IT HAS NOTHING TO PAY FROM.
000736     MOVE 'N' TO WS-NSF-SW
000737     MOVE 0 TO WS-PAYER-BALANCE
000738     MOVE WS-MVT-ACCOUNT TO DL100-ACT-ACCOUNT-NO
000739
000740     OPEN INPUT DL100-ACT-FILE
000741
000742     PERFORM 3850-READ-ACCOUNT
000743         THRU 3850-READ-ACCOUNT-EXIT
000744
000745     CLOSE DL100-ACT-FILE
000746
000747     IF WS-ACCT-FOUND
000748         MOVE DL100-ACT-BALANCE TO WS-PAYER-BALANCE
000749     END-IF
000750
000751     IF WS-PAYER-BALANCE - WS-MVT-AMOUNT LESS THAN 0
000752         MOVE 'Y' TO WS-NSF-SW
000753     END-IF
000754     .
000755 3800-CHECK-FUNDS-EXIT.
000756     EXIT.
000757
000758 3850-READ-ACCOUNT.
000759*    KEYED READ OF THE ACCOUNT IN DL100-ACT-ACCOUNT-NO.
000760     READ DL100-ACT-FILE
000761         INVALID KEY
000762             MOVE 'N' TO WS-ACCT-FOUND-SW
000763         NOT INVALID KEY
000764             MOVE 'Y' TO WS-ACCT-FOUND-SW
000765     END-READ
000766     .
000767 3850-READ-ACCOUNT-EXIT.
000768     EXIT.
000769
000770 3900-REFUSE-MOVEMENT.
000771     DISPLAY MYNAME ' INSUFFICIENT FUNDS ' CA-TRAN-CODE
000772         ' FOR ACCOUNT ' WS-MVT-ACCOUNT ' - REFUSED'
000773
000774     MOVE WS-NOW-TS TO DL100-NSF-TIMESTAMP
000775     MOVE EIBTRMID TO DL100-NSF-TERM-ID
000776     MOVE EIBUSERID TO DL100-NSF-USER-ID
000777     MOVE MYNAME TO DL100-NSF-PROGRAM
000778     MOVE CA-TRAN-CODE TO DL100-NSF-TRAN-CODE
000779     MOVE CA-CORR-ID TO DL100-NSF-CORR-ID
000780     MOVE WS-MVT-ACCOUNT TO DL100-NSF-ACCOUNT-NO
000781     MOVE WS-MVT-AMOUNT TO DL100-NSF-AMOUNT
000782     MOVE WS-PAYER-BALANCE TO DL100-NSF-BALANCE
000783
000784     OPEN EXTEND DL100-NSF-FILE
000785     WRITE DL100-NSF-RECORD
000786     CLOSE DL100-NSF-FILE
000787
000788     SET CA-RC-ERROR TO TRUE
000789     MOVE INSUFFICIENT-FUNDS-MSG TO CA-MESSAGE
000790     .
000791 3900-REFUSE-MOVEMENT-EXIT.
000792     EXIT.
000793
000794 4000-RECORD-MOVEMENT.
000795     MOVE WS-PROC-DATE TO DL100-PRC-PROC-DATE
000796     MOVE CA-TRAN-CODE TO DL100-PRC-TRAN-CODE
000797     MOVE WS-MVT-ACCOUNT TO DL100-PRC-ACCOUNT-NO
000798     MOVE WS-MVT-COUNTERPARTY TO DL100-PRC-COUNTERPARTY
000799     MOVE WS-MVT-AMOUNT TO DL100-PRC-AMOUNT
000800     MOVE CA-CORR-ID TO DL100-PRC-CORR-ID
000801     MOVE WS-NOW-TS TO DL100-PRC-TIMESTAMP
000802
000803     MOVE 'N' TO WS-ON-FILE-SW
000804
000805     OPEN I-O DL100-PRC-FILE
000806     WRITE DL100-PRC-RECORD
000807         INVALID KEY
000808             DISPLAY MYNAME ' DL100PRC ALREADY HOLDS TOKEN '
000809                 CA-CORR-ID ' - NOT RECORDED TWICE'
000810             MOVE 'Y' TO WS-ON-FILE-SW
000811     END-WRITE
000812     CLOSE DL100-PRC-FILE
000813
000814*    THE TOKEN WAS RECORDED AND POSTED BEFORE - NOT POSTED AGAIN.
000815     IF WS-ON-FILE
000816         SET CA-RC-WARNING TO TRUE
000817         MOVE ALREADY-RECORDED-MSG TO CA-MESSAGE
000818         GO TO 4000-RECORD-MOVEMENT-EXIT
000819     END-IF
000820
000821     MOVE WS-NOW-TS TO DL100-TDT-TIMESTAMP
000822     MOVE WS-PROC-DATE TO DL100-TDT-PROC-DATE
000823     MOVE CA-TRAN-CODE TO DL100-TDT-TRAN-CODE
000824     MOVE CA-CORR-ID TO DL100-TDT-CORR-ID
000825     MOVE EIBUSERID TO DL100-TDT-USER-ID
000826     MOVE WS-MVT-ACCOUNT TO DL100-TDT-ACCOUNT-NO
000827     MOVE WS-MVT-COUNTERPARTY TO DL100-TDT-COUNTERPARTY
000828     MOVE WS-MVT-AMOUNT TO DL100-TDT-AMOUNT
000829     SET DL100-TDT-UNEXTRACTED TO TRUE
000830     SET DL100-TDT-NOT-REVERSED TO TRUE
000831     MOVE SPACES TO DL100-TDT-ORIG-CORR-ID
000832
000833     OPEN EXTEND DL100-TDT-FILE
000834     WRITE DL100-TDT-RECORD
000835     CLOSE DL100-TDT-FILE
000836
000837     PERFORM 4200-UPDATE-DAY-TOTAL
000838         THRU 4200-UPDATE-DAY-TOTAL-EXIT
000839
000840     PERFORM 4500-POST-BALANCES
000841         THRU 4500-POST-BALANCES-EXIT
000842     .
000843 4000-RECORD-MOVEMENT-EXIT.
000844     EXIT.
000845
000846 4200-UPDATE-DAY-TOTAL.
000847*    THE DAY/ACCOUNT ROW IS UPDATED IN PLACE IF IT EXISTS AND
000848*    ADDED OTHERWISE - THE FIRST MOVEMENT OF THE DAY CREATES
000849*    THE ROW THE CUMULATIVE LIMIT CHECK READS.
000850     MOVE WS-PROC-DATE TO DL100-DTL-PROC-DATE
000851     MOVE WS-MVT-ACCOUNT TO DL100-DTL-ACCOUNT-NO
000852
000853     OPEN I-O DL100-DTL-FILE
000854
000855     READ DL100-DTL-FILE
000856         INVALID KEY
000857             MOVE 'N' TO WS-DTL-FOUND-SW
000858         NOT INVALID KEY
000859             MOVE 'Y' TO WS-DTL-FOUND-SW
000860     END-READ
000861
000862     IF WS-DTL-FOUND
000863         ADD WS-MVT-AMOUNT TO DL100-DTL-TOTAL-AMOUNT
000864         REWRITE DL100-DTL-RECORD
000865     ELSE
000866         MOVE WS-PROC-DATE TO DL100-DTL-PROC-DATE
000867         MOVE WS-MVT-ACCOUNT TO DL100-DTL-ACCOUNT-NO
000868         MOVE WS-MVT-AMOUNT TO DL100-DTL-TOTAL-AMOUNT
000869         WRITE DL100-DTL-RECORD
000870     END-IF
000871
000872     CLOSE DL100-DTL-FILE
000873     .
000874 4200-UPDATE-DAY-TOTAL-EXIT.
000875     EXIT.
000876
000877 4500-POST-BALANCES.
000878*    PAY1 ONLY DEBITS - THE PAYEE IS OUTSIDE THE MASTER.  XFR1
000879*    ALSO CREDITS THE TO-ACCOUNT CARRIED IN THE COUNTERPARTY.
000880     MOVE WS-MVT-ACCOUNT TO WS-DEBIT-ACCOUNT
000881
000882     IF CA-TRAN-CODE EQUAL TRAN-TRANSFER
000883         MOVE WS-MVT-COUNTERPARTY(1:10) TO WS-CREDIT-ACCOUNT
000884     ELSE
000885         MOVE SPACES TO WS-CREDIT-ACCOUNT
000886     END-IF
000887
000888     PERFORM 4550-APPLY-POSTING
000889         THRU 4550-APPLY-POSTING-EXIT
000890     .
000891 4500-POST-BALANCES-EXIT.
000892     EXIT.
000893
000894 4550-APPLY-POSTING.
000895*    DEBITS WS-DEBIT-ACCOUNT AND CREDITS WS-CREDIT-ACCOUNT WITH
000896*    WS-MVT-AMOUNT.  A BLANK ACCOUNT IS A SIDE OUTSIDE THE MASTER,
000897*    AND AN ACCOUNT THAT HAS SINCE LEFT THE MASTER IS PASSED OVER.
000898     OPEN I-O DL100-ACT-FILE
000899
000900     IF WS-DEBIT-ACCOUNT NOT EQUAL SPACES
000901         MOVE WS-DEBIT-ACCOUNT TO DL100-ACT-ACCOUNT-NO
000902         PERFORM 3850-READ-ACCOUNT
000903             THRU 3850-READ-ACCOUNT-EXIT
000904         IF WS-ACCT-FOUND
000905             SUBTRACT WS-MVT-AMOUNT FROM DL100-ACT-BALANCE
000906             REWRITE DL100-ACT-RECORD
000907         END-IF
000908     END-IF
000909
000910     IF WS-CREDIT-ACCOUNT NOT EQUAL SPACES
000911         MOVE WS-CREDIT-ACCOUNT TO DL100-ACT-ACCOUNT-NO
000912         PERFORM 3850-READ-ACCOUNT
000913             THRU 3850-READ-ACCOUNT-EXIT
000914         IF WS-ACCT-FOUND
000915             ADD WS-MVT-AMOUNT TO DL100-ACT-BALANCE
000916             REWRITE DL100-ACT-RECORD
000917         END-IF
000918     END-IF
000919
000920     CLOSE DL100-ACT-FILE
000921     .
000922 4550-APPLY-POSTING-EXIT.
000923     EXIT.
000924
000925 5000-ANSWER-INQUIRY.
000926     MOVE CA-DATA(1:LENGTH OF DL100-PIQ-PAYLOAD)
000927         TO DL100-PIQ-PAYLOAD
000928
000929     IF DL100-PIQ-ACCOUNT-NO EQUAL SPACES
000930         PERFORM 5200-ANSWER-GENERAL
000931             THRU 5200-ANSWER-GENERAL-EXIT
000932     ELSE
000933         PERFORM 5500-ANSWER-ACCOUNT
000934             THRU 5500-ANSWER-ACCOUNT-EXIT
000935     END-IF
000936     .
000937 5000-ANSWER-INQUIRY-EXIT.
000938     EXIT.
000939
000940 5200-ANSWER-GENERAL.
000941     MOVE 0 TO WS-INQ-OPEN-COUNT
000942     MOVE 0 TO WS-INQ-CLOSED-COUNT
000943     MOVE 0 TO WS-INQ-FROZEN-COUNT
000944     MOVE 'N' TO WS-ACT-EOF-SW
000945
000946     OPEN INPUT DL100-ACT-FILE
000947
000948     PERFORM 5300-COUNT-ONE-ACCOUNT
000949         THRU 5300-COUNT-ONE-ACCOUNT-EXIT
000950         UNTIL WS-ACT-EOF
000951
000952     CLOSE DL100-ACT-FILE
000953
000954     MOVE WS-INQ-OPEN-COUNT TO WS-INQ-OPEN-ED
000955     MOVE WS-INQ-CLOSED-COUNT TO WS-INQ-CLOSED-ED
000956     MOVE WS-INQ-FROZEN-COUNT TO WS-INQ-FROZEN-ED
000957
000958     MOVE SPACES TO CA-MESSAGE
000959     STRING 'ACCOUNTS ON MASTER: OPEN=' DELIMITED BY SIZE
000960         WS-INQ-OPEN-ED DELIMITED BY SIZE
000961         ' CLOSED=' DELIMITED BY SIZE
000962         WS-INQ-CLOSED-ED DELIMITED BY SIZE
000963         ' FROZEN=' DELIMITED BY SIZE
000964         WS-INQ-FROZEN-ED DELIMITED BY SIZE
000965         INTO CA-MESSAGE
000966     .
000967 5200-ANSWER-GENERAL-EXIT.
000968     EXIT.
000969
000970 5300-COUNT-ONE-ACCOUNT.
000971     READ DL100-ACT-FILE NEXT RECORD
000972         AT END
000973             MOVE 'Y' TO WS-ACT-EOF-SW
000974         NOT AT END
000975             EVALUATE TRUE
000976                 WHEN DL100-ACT-OPEN
000977                     ADD 1 TO WS-INQ-OPEN-COUNT
000978                 WHEN DL100-ACT-CLOSED
000979                     ADD 1 TO WS-INQ-CLOSED-COUNT
000980                 WHEN DL100-ACT-FROZEN
000981                     ADD 1 TO WS-INQ-FROZEN-COUNT
000982             END-EVALUATE
000983     END-READ
000984     .
000985 5300-COUNT-ONE-ACCOUNT-EXIT.
000986     EXIT.
000987
000988 5500-ANSWER-ACCOUNT.
000989     MOVE SPACE TO WS-INQ-STATUS-SW
000990     MOVE DL100-PIQ-ACCOUNT-NO TO DL100-ACT-ACCOUNT-NO
000991
000992     OPEN INPUT DL100-ACT-FILE
000993
000994     PERFORM 3850-READ-ACCOUNT
000995         THRU 3850-READ-ACCOUNT-EXIT
000996
000997     CLOSE DL100-ACT-FILE
000998
000999     IF WS-ACCT-FOUND
001000         PERFORM 5700-BUILD-ACCOUNT-ANSWER
001001             THRU 5700-BUILD-ACCOUNT-ANSWER-EXIT
001002     END-IF
001003
001004*    DL100VAL ALREADY PROVED THE ACCOUNT EXISTS, BUT THE MASTER
001005*    COULD HAVE MOVED UNDER US - SAY SO RATHER THAN GUESS.
001006     IF NOT WS-ACCT-FOUND
001007         SET CA-RC-WARNING TO TRUE
001008         MOVE 'ACCOUNT NO LONGER ON THE ACCOUNT MASTER'
001009             TO CA-MESSAGE
001010     END-IF
001011
001012     PERFORM 5800-LOG-ACCOUNT-ACCESS
001013         THRU 5800-LOG-ACCOUNT-ACCESS-EXIT
001014     .
001015 5500-ANSWER-ACCOUNT-EXIT.
001016     EXIT.
001017
001018 5700-BUILD-ACCOUNT-ANSWER.
001019     EVALUATE TRUE
001020         WHEN DL100-ACT-OPEN
001021             MOVE 'OPEN' TO WS-INQ-STATUS-WORD
001022         WHEN DL100-ACT-CLOSED
001023             MOVE 'CLOSED' TO WS-INQ-STATUS-WORD
001024         WHEN DL100-ACT-FROZEN
001025             MOVE 'FROZEN' TO WS-INQ-STATUS-WORD
001026         WHEN OTHER
001027             MOVE '?' TO WS-INQ-STATUS-WORD
001028     END-EVALUATE
001029
001030     MOVE DL100-ACT-STATUS-SW TO WS-INQ-STATUS-SW
001031     MOVE DL100-ACT-BALANCE TO WS-INQ-BALANCE-ED
001032
001033     MOVE SPACES TO CA-MESSAGE
001034     STRING 'ACCT ' DELIMITED BY SIZE
001035         DL100-ACT-ACCOUNT-NO DELIMITED BY SIZE
001036         ' ' DELIMITED BY SIZE
001037         WS-INQ-STATUS-WORD DELIMITED BY SIZE
001038         ' ' DELIMITED BY SIZE
001039         DL100-ACT-SHORT-NAME DELIMITED BY SIZE
001040         ' BAL=' DELIMITED BY SIZE
001041         WS-INQ-BALANCE-ED DELIMITED BY SIZE
001042         INTO CA-MESSAGE
001043     .
001044 5700-BUILD-ACCOUNT-ANSWER-EXIT.
001045     EXIT.
001046
001047 5800-LOG-ACCOUNT-ACCESS.
001048*    EVERY ACCOUNT LOOKUP IS LOGGED, FOUND OR NOT, SO THE ACCESS
001049*    LOG CAN SAY WHO ASKED ABOUT A CUSTOMER AS WELL AS WHO SAW.
001050     MOVE WS-NOW-TS TO DL100-IAL-TIMESTAMP
001051     MOVE EIBTRMID TO DL100-IAL-TERM-ID
001052     MOVE EIBUSERID TO DL100-IAL-USER-ID
001053     MOVE MYNAME TO DL100-IAL-PROGRAM
001054     MOVE CA-CORR-ID TO DL100-IAL-CORR-ID
001055     MOVE DL100-PIQ-ACCOUNT-NO TO DL100-IAL-ACCOUNT-NO
001056     MOVE WS-INQ-STATUS-SW TO DL100-IAL-ACCT-STATUS
001057
001058     OPEN EXTEND DL100-IAL-FILE
001059     WRITE DL100-IAL-RECORD
001060     CLOSE DL100-IAL-FILE
001061     .
001062 5800-LOG-ACCOUNT-ACCESS-EXIT.
001063     EXIT.
001064
001065 6000-REVERSE-MOVEMENT.
001066     MOVE CA-DATA(1:LENGTH OF DL100-PRV-PAYLOAD)
001067         TO DL100-PRV-PAYLOAD
001068
001069     PERFORM 6100-FIND-ORIGINAL
001070         THRU 6100-FIND-ORIGINAL-EXIT
001071
001072     IF NOT WS-ORIG-FOUND
001073         DISPLAY MYNAME ' REVERSAL - NO RECORDED MOVEMENT FOR '
001074             'TOKEN ' DL100-PRV-ORIG-CORR-ID
001075         SET CA-RC-ERROR TO TRUE
001076         MOVE REVERSAL-NOT-FOUND-MSG TO CA-MESSAGE
001077         GO TO 6000-REVERSE-MOVEMENT-EXIT
001078     END-IF
001079
001080     IF WS-ORIG-REVERSED
001081         DISPLAY MYNAME ' REVERSAL - TOKEN '
001082             DL100-PRV-ORIG-CORR-ID
001083             ' ALREADY REVERSED'
001084         SET CA-RC-ERROR TO TRUE
001085         MOVE ALREADY-REVERSED-MSG TO CA-MESSAGE
001086         GO TO 6000-REVERSE-MOVEMENT-EXIT
001087     END-IF
001088
001089*    THE REVERSING MOVEMENT RUNS THE OTHER WAY.  AN XFR1 IS PAID
001090*    BACK BY ITS TO-ACCOUNT, WHICH MUST STILL COVER IT THE SAME AS
001091*    ANY PAYING ACCOUNT; A PAY1 REVERSAL ONLY CREDITS THE PAYER.
001092     MOVE WS-ORIG-AMOUNT TO WS-MVT-AMOUNT
001093
001094     IF WS-ORIG-TRAN-CODE EQUAL TRAN-TRANSFER
001095         MOVE WS-ORIG-COUNTERPARTY(1:10) TO WS-MVT-ACCOUNT
001096         PERFORM 3800-CHECK-FUNDS
001097             THRU 3800-CHECK-FUNDS-EXIT
001098         IF WS-NSF
001099             PERFORM 3900-REFUSE-MOVEMENT
001100                 THRU 3900-REFUSE-MOVEMENT-EXIT
001101             GO TO 6000-REVERSE-MOVEMENT-EXIT
001102         END-IF
001103         MOVE WS-MVT-ACCOUNT TO WS-DEBIT-ACCOUNT
001104     ELSE
001105         MOVE SPACES TO WS-DEBIT-ACCOUNT
001106     END-IF
001107     MOVE WS-ORIG-ACCOUNT TO WS-CREDIT-ACCOUNT
001108
001109     PERFORM 6200-MARK-ORIGINAL
001110         THRU 6200-MARK-ORIGINAL-EXIT
001111
001112     PERFORM 6300-WRITE-REVERSAL-DETAIL
001113         THRU 6300-WRITE-REVERSAL-DETAIL-EXIT
001114
001115     PERFORM 6400-REDUCE-DAY-TOTAL
001116         THRU 6400-REDUCE-DAY-TOTAL-EXIT
001117
001118     PERFORM 4550-APPLY-POSTING
001119         THRU 4550-APPLY-POSTING-EXIT
001120
001121     DISPLAY MYNAME ' REVERSED ' WS-ORIG-TRAN-CODE ' TOKEN '
001122         DL100-PRV-ORIG-CORR-ID ' FOR ACCOUNT ' WS-ORIG-ACCOUNT
001123
001124     MOVE REVERSED-MSG TO CA-MESSAGE
001125     .
001126 6000-REVERSE-MOVEMENT-EXIT.
001127     EXIT.
001128
001129 6100-FIND-ORIGINAL.
001130     MOVE 'N' TO WS-ORIG-FOUND-SW
001131     MOVE 'N' TO WS-ORIG-REVERSED-SW
001132     MOVE 'N' TO WS-TDT-EOF-SW
001133
001134     OPEN INPUT DL100-TDT-FILE
001135
001136     PERFORM 6150-CHECK-ONE-DETAIL
001137         THRU 6150-CHECK-ONE-DETAIL-EXIT
001138         UNTIL WS-TDT-EOF
001139            OR WS-ORIG-FOUND
001140
001141     CLOSE DL100-TDT-FILE
001142     .
001143 6100-FIND-ORIGINAL-EXIT.
001144     EXIT.
001145
001146 6150-CHECK-ONE-DETAIL.
001147     READ DL100-TDT-FILE
001148         AT END
001149             MOVE 'Y' TO WS-TDT-EOF-SW
001150         NOT AT END
001151             IF DL100-TDT-CORR-ID EQUAL DL100-PRV-ORIG-CORR-ID
001152                AND (DL100-TDT-TRAN-CODE EQUAL TRAN-PAYMENT
001153                  OR DL100-TDT-TRAN-CODE EQUAL TRAN-TRANSFER)
001154                 MOVE 'Y' TO WS-ORIG-FOUND-SW
001155                 IF DL100-TDT-REVERSED
001156                     MOVE 'Y' TO WS-ORIG-REVERSED-SW
001157                 END-IF
001158                 MOVE DL100-TDT-PROC-DATE TO WS-ORIG-PROC-DATE
001159                 MOVE DL100-TDT-TRAN-CODE TO WS-ORIG-TRAN-CODE
001160                 MOVE DL100-TDT-ACCOUNT-NO TO WS-ORIG-ACCOUNT
001161                 MOVE DL100-TDT-COUNTERPARTY
001162                     TO WS-ORIG-COUNTERPARTY
001163                 MOVE DL100-TDT-AMOUNT TO WS-ORIG-AMOUNT
001164             END-IF
001165     END-READ
001166     .
001167 6150-CHECK-ONE-DETAIL-EXIT.
001168     EXIT.
001169
001170 6200-MARK-ORIGINAL.
001171     MOVE 'N' TO WS-ORIG-FOUND-SW
001172     MOVE 'N' TO WS-TDT-EOF-SW
001173
001174     OPEN I-O DL100-TDT-FILE
001175
001176     PERFORM 6250-MARK-ONE-DETAIL
001177         THRU 6250-MARK-ONE-DETAIL-EXIT
001178         UNTIL WS-TDT-EOF
001179            OR WS-ORIG-FOUND
001180
001181     CLOSE DL100-TDT-FILE
001182     .
001183 6200-MARK-ORIGINAL-EXIT.
001184     EXIT.
001185
001186 6250-MARK-ONE-DETAIL.
001187     READ DL100-TDT-FILE
001188         AT END
001189             MOVE 'Y' TO WS-TDT-EOF-SW
001190         NOT AT END
001191             IF DL100-TDT-CORR-ID EQUAL DL100-PRV-ORIG-CORR-ID
001192                AND DL100-TDT-TRAN-CODE EQUAL WS-ORIG-TRAN-CODE
001193                 SET DL100-TDT-REVERSED TO TRUE
001194                 REWRITE DL100-TDT-RECORD
001195                 MOVE 'Y' TO WS-ORIG-FOUND-SW
001196             END-IF
001197     END-READ
001198     .
001199 6250-MARK-ONE-DETAIL-EXIT.
001200     EXIT.
001201
001202 6300-WRITE-REVERSAL-DETAIL.
001203*    THE REV1 DETAIL CARRIES THE ORIGINAL'S ACCOUNTS AND AMOUNT
001204*    AND ITS TOKEN, SO DL100GLX CAN SEND IT AS THE OFFSET.
001205     MOVE WS-NOW-TS TO DL100-TDT-TIMESTAMP
001206     MOVE WS-PROC-DATE TO DL100-TDT-PROC-DATE
001207     MOVE CA-TRAN-CODE TO DL100-TDT-TRAN-CODE
001208     MOVE CA-CORR-ID TO DL100-TDT-CORR-ID
001209     MOVE EIBUSERID TO DL100-TDT-USER-ID
001210     MOVE WS-ORIG-ACCOUNT TO DL100-TDT-ACCOUNT-NO
001211     MOVE WS-ORIG-COUNTERPARTY TO DL100-TDT-COUNTERPARTY
001212     MOVE WS-ORIG-AMOUNT TO DL100-TDT-AMOUNT
001213     SET DL100-TDT-UNEXTRACTED TO TRUE
001214     SET DL100-TDT-NOT-REVERSED TO TRUE
001215     MOVE DL100-PRV-ORIG-CORR-ID TO DL100-TDT-ORIG-CORR-ID
001216
001217     OPEN EXTEND DL100-TDT-FILE
001218     WRITE DL100-TDT-RECORD
001219     CLOSE DL100-TDT-FILE
001220     .
001221 6300-WRITE-REVERSAL-DETAIL-EXIT.
001222     EXIT.
001223
001224 6400-REDUCE-DAY-TOTAL.
001225*    THE ORIGINAL COUNTED AGAINST ITS OWN DAY'S CUMULATIVE LIMIT -
001226*    TAKE IT BACK OFF THAT DAY'S ROW, NEVER BELOW ZERO.
001227     MOVE WS-ORIG-PROC-DATE TO DL100-DTL-PROC-DATE
001228     MOVE WS-ORIG-ACCOUNT TO DL100-DTL-ACCOUNT-NO
001229
001230     OPEN I-O DL100-DTL-FILE
001231
001232     READ DL100-DTL-FILE
001233         INVALID KEY
001234             MOVE 'N' TO WS-DTL-FOUND-SW
001235         NOT INVALID KEY
001236             MOVE 'Y' TO WS-DTL-FOUND-SW
001237     END-READ
001238
001239     IF WS-DTL-FOUND
001240         IF DL100-DTL-TOTAL-AMOUNT LESS THAN WS-ORIG-AMOUNT
001241             MOVE 0 TO DL100-DTL-TOTAL-AMOUNT
001242         ELSE
001243             SUBTRACT WS-ORIG-AMOUNT FROM DL100-DTL-TOTAL-AMOUNT
001244         END-IF
001245         REWRITE DL100-DTL-RECORD
001246     END-IF
001247
001248     CLOSE DL100-DTL-FILE
001249     .
001250 6400-REDUCE-DAY-TOTAL-EXIT.
001251     EXIT.
