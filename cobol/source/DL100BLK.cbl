000001*================================================================
000002* DL100BLK
000003*
000004* BULK PAY1/XFR1 PAYMENT INPUT.
000005*
000006* READS A DL100BKI BULK PAYMENT FILE - ONE HEADER NAMING THE
000007* BATCH AND THE USER IT IS SUBMITTED UNDER, ONE D RECORD PER
000008* INSTRUCTION, AND A TRAILER WITH THE INSTRUCTION COUNT AND THE
000009* SUM OF THEIR AMOUNTS.  THE WHOLE FILE IS PROVED FIRST: A FILE
000010* WITH A MISSING OR MISPLACED HEADER OR TRAILER, A D RECORD WHOSE
000011* AMOUNT CANNOT BE TOTALLED, OR A COUNT OR AMOUNT THAT DOES NOT
000012* MATCH THE TRAILER IS REFUSED WHOLE - NOTHING IS POSTED AND ONE
000013* CTRL RECORD GOES BACK ON THE DL100BKR REJECT FILE.
000014*
000015* A FILE THAT PROVES IS WORKED ONE INSTRUCTION AT A TIME THROUGH
000016* THE SAME STEPS, IN THE SAME ORDER, AS ONE KEYED ONLINE:
000017*     - THE DL100VAL DICTIONARY AND ACCOUNT-MASTER EDITS, AS
000018*       TESTANTLR115 AND PGMA0001 RUN THEM;
000019*     - THE DL100ATH ENTITLEMENT OF THE SUBMITTING USER FOR THE
000020*       CODE, WITH A DENIAL LOGGED TO DL100ATD;
000021*     - A FUTURE-DATED PAY1 IS WAREHOUSED ON DL100WHP;
000022*     - A COUNTERPARTY ON THE WATCH LIST IS HELD ON DL100CRQ;
000023*     - A SAME-DAY MATCH ON DL100PRC IS HELD ON DL100SUS;
000024*     - AN OVER-LIMIT MOVEMENT IS HELD ON DL100PND;
000025*     - A MOVEMENT THE BALANCE CANNOT COVER IS REFUSED AND LOGGED
000026*       TO DL100NSF;
000027*     - OTHERWISE IT IS RECORDED TO DL100PRC, DL100TDT, AND THE
000028*       DL100DTL DAY TOTAL AND POSTED TO DL100ACT.
000029* EACH INSTRUCTION GETS ITS OWN CORRELATION TOKEN - 'B', THE
000030* MMDDHHMMSS THE BATCH FIRST STARTED, AND THE FIVE-DIGIT ITEM
000031* NUMBER - SO THE TRACE LOOKUPS FIND IT LIKE ANY OTHER.  EDIT,
000032* ENTITLEMENT, AND FUNDS FAILURES GO BACK TO THE SUBMITTER ON
000033* DL100BKR WITH A REASON CODE; HOLDS ARE NOT REJECTS.
000034*
000035* THE DL100BKC CHECKPOINT IS REWRITTEN AFTER EVERY INSTRUCTION.
000036* A RUN THAT FAILS PART WAY IS RESTARTED BY RESUBMITTING THE SAME
000037* FILE: ITEMS UP TO THE CHECKPOINT ARE SKIPPED, AND THE FIRST
000038* ITEM AFTER IT IS LOOKED FOR UNDER ITS TOKEN IN CASE THE FAILURE
000039* CAME BETWEEN WORKING IT AND THE CHECKPOINT - ON DL100PRC (IT WAS
000040* RECORDED), ON DL100SUS, DL100PND, DL100CRQ OR DL100WHP (IT WAS
000041* HELD) OR ON DL100BKR (IT WAS REJECTED).  ONE FOUND IS COUNTED
000042* UNDER THAT OUTCOME AND NOT WORKED AGAIN, SO NO INSTRUCTION IS
000043* EVER POSTED, HELD OR REJECTED TWICE.  A NEW BATCH IS REFUSED
000044* WHILE ANOTHER IS STILL AWAITING ITS RESTART.
000045*
000046* THE CHECKPOINT ONLY EVER HOLDS THE LATEST BATCH, SO EACH BATCH
000047* THAT FINISHES IS ALSO ADDED TO THE DL100BKH COMPLETED-BATCH
000048* HISTORY, WHICH IS ONLY EVER ADDED TO.  A BATCH ID ON THAT
000049* HISTORY IS REFUSED HOWEVER MANY BATCHES HAVE RUN SINCE, SO AN
000050* OLD FILE SUBMITTED AGAIN IS NEVER POSTED A SECOND TIME.
000051*
000052* ONE BULK FILE IS TAKEN PER PROCESSING DATE.  ONCE A RUN HAS
000053* POSTED A CLEAN END, DL100RNC REFUSES THE JOB FOR THE REST OF
000054* THAT DATE.  A SECOND FILE ON THE SAME DATE IS RUN BY NAMING
000055* DL100BLK IN THE DL100FRC FORCED-RERUN FILE FOR THAT RUN AND
000056* TAKING IT OUT AGAIN AFTERWARDS - THE DL100BKH HISTORY STILL
000057* REFUSES A BATCH ID ALREADY COMPLETE, SO A FORCED RUN CANNOT
000058* POST A FILE TWICE.  A REFUSED FILE IS NOT A CLEAN END AND
000059* NEEDS NO FORCING.  A PROCESSING DATE DL100EOD HAS CLOSED GIVES
000060* WAY TO THE DATE IT OPENED, AS IN PGMA0001.
000061*
000062* THE REPORT LISTS EVERY INSTRUCTION WORKED THIS RUN WITH ITS
000063* OUTCOME, AND THE ACCEPTED / REJECTED / HELD COUNTS FOR THE
000064* WHOLE BATCH ACROSS ANY RESTARTS.
000065*
000066* MAINTENANCE HISTORY
000067* DATE       INIT   DESCRIPTION
000068* ---------- ------ ----------------------------------------------
000069* 2026-10-15 JFM    INITIAL VERSION.
000070* 2026-10-15 JFM    DL100DTL AND DL100PRC ARE NOW KEYED VSAM FILES
000071*                   - THE DUPLICATE CHECK IS A GENERIC START AND
000072*                   THE DAY TOTAL IS READ AND UPDATED BY KEY, AS
000073*                   IN PGMA0001.  THE IN-DOUBT TOKEN CHECK STILL
000074*                   PASSES DL100PRC, AND DL100ACT AND DL100LIM ARE
000075*                   STILL READ SEQUENTIALLY.
000076* 2026-10-15 JFM    THE IN-DOUBT ITEM OF A RESTART IS ALSO LOOKED
000077*                   FOR ON DL100SUS, DL100PND, DL100CRQ, DL100WHP
000078*                   AND DL100BKR AND COUNTED UNDER ITS ORIGINAL
000079*                   OUTCOME.  A TOKEN ALREADY ON DL100PRC IS NOT
000080*                   WRITTEN TO DL100TDT, ADDED TO THE DAY TOTAL OR
000081*                   POSTED AGAIN.  A PROCESSING DATE CLOSED ON
000082*                   DL100DCS GIVES WAY TO THE OPEN DATE.  THE
000083*                   ONE-FILE-PER-DATE RULE AND THE DL100FRC
000084*                   PROCEDURE ARE DOCUMENTED ABOVE.
000085* 2026-10-15 JFM    A BATCH THAT FINISHES IS ADDED TO THE DL100BKH
000086*                   COMPLETED-BATCH HISTORY, AND A BATCH ID ON IT
000087*                   IS REFUSED EVEN AFTER NEWER BATCHES HAVE
000088*                   REPLACED IT ON THE DL100BKC CHECKPOINT.
000089*================================================================
000090 Identification Division.
000091 Program-ID. DL100BLK.
000092 Environment Division.
000093 Input-Output Section.
000094 File-Control.
000095     SELECT DL100-BKI-FILE ASSIGN TO DL100BKI
000096         ORGANIZATION IS SEQUENTIAL.
000097     SELECT DL100-BKR-FILE ASSIGN TO DL100BKR
000098         ORGANIZATION IS SEQUENTIAL.
000099     SELECT DL100-BKC-FILE ASSIGN TO DL100BKC
000100         ORGANIZATION IS SEQUENTIAL.
000101     SELECT DL100-BKH-FILE ASSIGN TO DL100BKH
000102         ORGANIZATION IS SEQUENTIAL.
000103     SELECT DL100-CAL-FILE ASSIGN TO DL100CAL
000104         ORGANIZATION IS SEQUENTIAL.
000105     SELECT DL100-DCS-FILE ASSIGN TO DL100DCS
000106         ORGANIZATION IS SEQUENTIAL.
000107     SELECT DL100-ATH-FILE ASSIGN TO DL100ATH
000108         ORGANIZATION IS SEQUENTIAL.
000109     SELECT DL100-ATD-FILE ASSIGN TO DL100ATD
000110         ORGANIZATION IS SEQUENTIAL.
000111     SELECT DL100-ACT-FILE ASSIGN TO DL100ACT
000112         ORGANIZATION IS INDEXED
000113         ACCESS MODE IS SEQUENTIAL
000114         RECORD KEY IS DL100-ACT-ACCOUNT-NO.
000115     SELECT DL100-PRC-FILE ASSIGN TO DL100PRC
000116         ORGANIZATION IS INDEXED
000117         ACCESS MODE IS DYNAMIC
000118         RECORD KEY IS DL100-PRC-KEY.
000119     SELECT DL100-SUS-FILE ASSIGN TO DL100SUS
000120         ORGANIZATION IS SEQUENTIAL.
000121     SELECT DL100-LIM-FILE ASSIGN TO DL100LIM
000122         ORGANIZATION IS INDEXED
000123         ACCESS MODE IS SEQUENTIAL
000124         RECORD KEY IS DL100-LIM-ACCOUNT-NO.
000125     SELECT DL100-DTL-FILE ASSIGN TO DL100DTL
000126         ORGANIZATION IS INDEXED
000127         ACCESS MODE IS RANDOM
000128         RECORD KEY IS DL100-DTL-KEY.
000129     SELECT DL100-PND-FILE ASSIGN TO DL100PND
000130         ORGANIZATION IS SEQUENTIAL.
000131     SELECT DL100-TDT-FILE ASSIGN TO DL100TDT
000132         ORGANIZATION IS SEQUENTIAL.
000133     SELECT DL100-NSF-FILE ASSIGN TO DL100NSF
000134         ORGANIZATION IS SEQUENTIAL.
000135     SELECT DL100-WHP-FILE ASSIGN TO DL100WHP
000136         ORGANIZATION IS SEQUENTIAL.
000137     SELECT DL100-CRQ-FILE ASSIGN TO DL100CRQ
000138         ORGANIZATION IS SEQUENTIAL.
000139     SELECT DL100-BLK-RPT ASSIGN TO DL100BLK
000140         ORGANIZATION IS SEQUENTIAL.
000141
000142 Data Division.
000143 File Section.
000144 FD  DL100-BKI-FILE
000145     RECORDING MODE IS F.
000146     COPY DL100BKI.
000147
000148 FD  DL100-BKR-FILE
000149     RECORDING MODE IS F.
000150     COPY DL100BKR.
000151
000152 FD  DL100-BKC-FILE
000153     RECORDING MODE IS F.
000154     COPY DL100BKC.
000155
000156 FD  DL100-BKH-FILE
000157     RECORDING MODE IS F.
000158     COPY DL100BKH.
000159
000160 FD  DL100-CAL-FILE
000161     RECORDING MODE IS F.
000162     COPY DL100CAL.
000163
000164 FD  DL100-DCS-FILE
000165     RECORDING MODE IS F.
000166     COPY DL100DCS.
000167
000168 FD  DL100-ATH-FILE
000169     RECORDING MODE IS F.
000170     COPY DL100ATH.
000171
000172 FD  DL100-ATD-FILE
000173     RECORDING MODE IS F.
000174     COPY DL100ATD.
000175
000176 FD  DL100-ACT-FILE.
000177     COPY DL100ACT.
000178
000179 FD  DL100-PRC-FILE.
000180     COPY DL100PRC.
000181
000182 FD  DL100-SUS-FILE
000183     RECORDING MODE IS F.
000184     COPY DL100SUS.
000185
000186 FD  DL100-LIM-FILE.
000187     COPY DL100LIM.
000188
000189 FD  DL100-DTL-FILE.
000190     COPY DL100DTL.
000191
000192 FD  DL100-PND-FILE
000193     RECORDING MODE IS F.
000194     COPY DL100PND.
000195
000196 FD  DL100-TDT-FILE
000197     RECORDING MODE IS F.
000198     COPY DL100TDT.
000199
000200 FD  DL100-NSF-FILE
000201     RECORDING MODE IS F.
000202     COPY DL100NSF.
000203
000204 FD  DL100-WHP-FILE
000205     RECORDING MODE IS F.
000206     COPY DL100WHP.
000207
000208 FD  DL100-CRQ-FILE
000209     RECORDING MODE IS F.
000210     COPY DL100CRQ.
000211
000212 FD  DL100-BLK-RPT
000213     RECORDING MODE IS F.
000214 01  DL100-BLK-LINE            PIC X(132).
000215
000216 Working-Storage Section.
000217
000218 01  CONSTANTS.
000219     05  MYNAME                PIC X(008) VALUE 'DL100BLK'.
000220     05  MY-TERM-ID            PIC X(004) VALUE 'BULK'.
000221     05  TRAN-PAYMENT          PIC X(004) VALUE 'PAY1'.
000222     05  TRAN-TRANSFER         PIC X(004) VALUE 'XFR1'.
000223     05  MAX-ITEMS             PIC 9(005) VALUE 99999.
000224
000225 01  WS-SWITCHES.
000226     05  WS-EOF-SW             PIC X(01) VALUE 'N'.
000227         88  WS-EOF                VALUE 'Y'.
000228     05  WS-CAL-EOF-SW         PIC X(01) VALUE 'N'.
000229         88  WS-CAL-EOF            VALUE 'Y'.
000230     05  WS-TRAILER-SEEN-SW    PIC X(01) VALUE 'N'.
000231         88  WS-TRAILER-SEEN       VALUE 'Y'.
000232     05  WS-REJECTED-SW        PIC X(01) VALUE 'N'.
000233         88  WS-REJECTED           VALUE 'Y'.
000234     05  WS-RESTART-SW         PIC X(01) VALUE 'N'.
000235         88  WS-RESTART            VALUE 'Y'.
000236     05  WS-ATH-EOF-SW         PIC X(01) VALUE 'N'.
000237         88  WS-ATH-EOF            VALUE 'Y'.
000238     05  WS-AUTHORIZED-SW      PIC X(01) VALUE 'N'.
000239         88  WS-AUTHORIZED         VALUE 'Y'.
000240     05  WS-ACT-EOF-SW         PIC X(01) VALUE 'N'.
000241         88  WS-ACT-EOF            VALUE 'Y'.
000242     05  WS-ACCT-FOUND-SW      PIC X(01) VALUE 'N'.
000243         88  WS-ACCT-FOUND         VALUE 'Y'.
000244     05  WS-PRC-EOF-SW         PIC X(01) VALUE 'N'.
000245         88  WS-PRC-EOF            VALUE 'Y'.
000246     05  WS-DUPLICATE-SW       PIC X(01) VALUE 'N'.
000247         88  WS-DUPLICATE          VALUE 'Y'.
000248     05  WS-IN-DOUBT-SW        PIC X(01) VALUE 'N'.
000249         88  WS-IN-DOUBT-NEW       VALUE 'N'.
000250         88  WS-IN-DOUBT-RECORDED  VALUE 'A'.
000251         88  WS-IN-DOUBT-HELD      VALUE 'H'.
000252         88  WS-IN-DOUBT-REJECTED  VALUE 'R'.
000253     05  WS-SCAN-EOF-SW        PIC X(01) VALUE 'N'.
000254         88  WS-SCAN-EOF           VALUE 'Y'.
000255     05  WS-LIM-EOF-SW         PIC X(01) VALUE 'N'.
000256         88  WS-LIM-EOF            VALUE 'Y'.
000257     05  WS-DTL-FOUND-SW       PIC X(01) VALUE 'N'.
000258         88  WS-DTL-FOUND          VALUE 'Y'.
000259     05  WS-ACCT-LIMIT-SW      PIC X(01) VALUE 'N'.
000260         88  WS-ACCT-LIMIT-SEEN    VALUE 'Y'.
000261     05  WS-OVER-LIMIT-SW      PIC X(01) VALUE 'N'.
000262         88  WS-OVER-LIMIT         VALUE 'Y'.
000263     05  WS-NSF-SW             PIC X(01) VALUE 'N'.
000264         88  WS-NSF                VALUE 'Y'.
000265     05  WS-DEBIT-DONE-SW      PIC X(01) VALUE 'N'.
000266         88  WS-DEBIT-DONE         VALUE 'Y'.
000267     05  WS-CREDIT-DONE-SW     PIC X(01) VALUE 'N'.
000268         88  WS-CREDIT-DONE        VALUE 'Y'.
000269     05  WS-REWRITE-SW         PIC X(01) VALUE 'N'.
000270         88  WS-REWRITE            VALUE 'Y'.
000271     05  WS-ON-FILE-SW         PIC X(01) VALUE 'N'.
000272         88  WS-ON-FILE            VALUE 'Y'.
000273     05  WS-BATCH-DONE-SW      PIC X(01) VALUE 'N'.
000274         88  WS-BATCH-DONE         VALUE 'Y'.
000275     05  WS-CKPT-DONE-SW       PIC X(01) VALUE 'N'.
000276         88  WS-CKPT-DONE          VALUE 'Y'.
000277
000278 01  WS-NOW-TS                 PIC X(26).
000279 01  WS-PROC-DATE              PIC X(08).
000280 01  WS-BEST-DATE              PIC X(08).
000281 01  WS-REJECT-REASON          PIC X(79) VALUE SPACES.
000282
000283 01  WS-BATCH-FIELDS.
000284     05  WS-BATCH-ID           PIC X(08) VALUE SPACES.
000285     05  WS-SUBMIT-USER        PIC X(08) VALUE SPACES.
000286     05  WS-CREATED-DATE       PIC X(08) VALUE SPACES.
000287     05  WS-TOKEN-STAMP        PIC X(10) VALUE SPACES.
000288     05  WS-CKPT-BATCH-ID      PIC X(08) VALUE SPACES.
000289     05  WS-LAST-ITEM-NO       PIC 9(08) VALUE 0.
000290     05  WS-IN-DOUBT-ITEM-NO   PIC 9(08) VALUE 0.
000291     05  WS-IN-DOUBT-FILE      PIC X(08) VALUE SPACES.
000292
000293 01  WS-ITEM-FIELDS.
000294     05  WS-ITEM-NO            PIC 9(08) VALUE 0.
000295     05  WS-TOKEN-ITEM-NO      PIC 9(05) VALUE 0.
000296     05  WS-ITEM-CORR-ID       PIC X(16).
000297     05  WS-ITEM-RESULT        PIC X(08).
000298     05  WS-ITEM-OUTCOME       PIC X(33).
000299     05  WS-ITEM-AMOUNT        PIC 9(07)V99.
000300
000301 01  WS-MOVEMENT-FIELDS.
000302     05  WS-MVT-ACCOUNT        PIC X(10).
000303     05  WS-MVT-COUNTERPARTY   PIC X(20).
000304     05  WS-MVT-AMOUNT         PIC 9(07)V99.
000305
000306 01  WS-LIMIT-FIELDS.
000307     05  WS-SINGLE-MAX         PIC 9(09)V99 VALUE 0.
000308     05  WS-DAILY-MAX          PIC 9(09)V99 VALUE 0.
000309     05  WS-DAY-TOTAL          PIC 9(11)V99 VALUE 0.
000310     05  WS-PAYER-BALANCE      PIC S9(09)V99 VALUE 0.
000311     05  WS-DEBIT-ACCOUNT      PIC X(10).
000312     05  WS-CREDIT-ACCOUNT     PIC X(10).
000313
000314 01  WS-READ-COUNT             PIC S9(08) COMP VALUE 0.
000315 01  WS-DETAIL-COUNT           PIC S9(08) COMP VALUE 0.
000316 01  WS-TRAILER-COUNT          PIC S9(08) COMP VALUE 0.
000317 01  WS-SKIPPED-COUNT          PIC S9(08) COMP VALUE 0.
000318 01  WS-WORKED-COUNT           PIC S9(08) COMP VALUE 0.
000319 01  WS-ACCEPTED-COUNT         PIC S9(08) COMP VALUE 0.
000320 01  WS-REJECTED-COUNT         PIC S9(08) COMP VALUE 0.
000321 01  WS-HELD-COUNT             PIC S9(08) COMP VALUE 0.
000322 01  WS-DETAIL-AMOUNT          PIC 9(11)V99 VALUE 0.
000323 01  WS-TRAILER-AMOUNT         PIC 9(11)V99 VALUE 0.
000324 01  WS-ACCEPTED-AMOUNT        PIC 9(11)V99 VALUE 0.
000325
000326 01  AUTHORITY-MSG             PIC X(079) VALUE
000327     'SUBMITTING USER NOT AUTHORIZED FOR THIS TRANSACTION CODE'.
000328 01  INSUFFICIENT-FUNDS-MSG    PIC X(079) VALUE
000329     'INSUFFICIENT FUNDS IN PAYING ACCOUNT - MOVEMENT REFUSED'.
000330
000331 01  WS-HEADING-1.
000332     05  FILLER                PIC X(032) VALUE
000333         'DL100BLK - BULK PAYMENT INPUT - '.
000334     05  FILLER                PIC X(016) VALUE
000335         'PROCESSING DATE '.
000336     05  DL-HDG-PROC-DATE      PIC X(08).
000337     05  FILLER                PIC X(076) VALUE SPACES.
000338 01  WS-RULE-LINE              PIC X(132) VALUE ALL '-'.
000339
000340 01  WS-BATCH-LINE.
000341     05  FILLER                PIC X(009) VALUE 'BATCH ID '.
000342     05  DL-BAT-BATCH-ID       PIC X(08).
000343     05  FILLER                PIC X(016) VALUE
000344         '  SUBMITTED BY '.
000345     05  DL-BAT-SUBMIT-USER    PIC X(08).
000346     05  FILLER                PIC X(011) VALUE
000347         '  CREATED '.
000348     05  DL-BAT-CREATED-DATE   PIC X(08).
000349     05  FILLER                PIC X(002) VALUE SPACES.
000350     05  DL-BAT-RUN-TYPE       PIC X(040).
000351     05  FILLER                PIC X(030) VALUE SPACES.
000352
000353 01  WS-BAD-LINE.
000354     05  FILLER                PIC X(004) VALUE SPACES.
000355     05  FILLER                PIC X(007) VALUE 'RECORD '.
000356     05  DL-BAD-RECNO          PIC ZZ,ZZZ,ZZ9.
000357     05  FILLER                PIC X(002) VALUE SPACES.
000358     05  DL-BAD-TEXT           PIC X(080).
000359     05  FILLER                PIC X(029) VALUE SPACES.
000360
000361 01  WS-HEADING-COLS.
000362     05  FILLER                PIC X(006) VALUE 'ITEM'.
000363     05  FILLER                PIC X(017) VALUE 'REFERENCE'.
000364     05  FILLER                PIC X(005) VALUE 'CODE'.
000365     05  FILLER                PIC X(011) VALUE 'ACCOUNT'.
000366     05  FILLER                PIC X(021) VALUE 'COUNTERPARTY'.
000367     05  FILLER                PIC X(013) VALUE
000368         '      AMOUNT'.
000369     05  FILLER                PIC X(017) VALUE 'TOKEN'.
000370     05  FILLER                PIC X(009) VALUE 'RESULT'.
000371     05  FILLER                PIC X(033) VALUE 'OUTCOME'.
000372 01  WS-NONE-LINE              PIC X(132) VALUE
000373     '    (NONE)'.
000374
000375 01  WS-DETAIL-LINE.
000376     05  DL-ITEM-NO            PIC ZZZZ9.
000377     05  FILLER                PIC X(01) VALUE SPACE.
000378     05  DL-ITEM-REF           PIC X(16).
000379     05  FILLER                PIC X(01) VALUE SPACE.
000380     05  DL-TRAN-CODE          PIC X(04).
000381     05  FILLER                PIC X(01) VALUE SPACE.
000382     05  DL-ACCOUNT-NO         PIC X(10).
000383     05  FILLER                PIC X(01) VALUE SPACE.
000384     05  DL-COUNTERPARTY       PIC X(20).
000385     05  FILLER                PIC X(01) VALUE SPACE.
000386     05  DL-AMOUNT             PIC Z,ZZZ,ZZ9.99.
000387     05  FILLER                PIC X(01) VALUE SPACE.
000388     05  DL-CORR-ID            PIC X(16).
000389     05  FILLER                PIC X(01) VALUE SPACE.
000390     05  DL-RESULT             PIC X(08).
000391     05  FILLER                PIC X(01) VALUE SPACE.
000392     05  DL-OUTCOME            PIC X(33).
000393
000394 01  WS-REASON-LINE.
000395     05  FILLER                PIC X(023) VALUE SPACES.
000396     05  FILLER                PIC X(008) VALUE 'REASON: '.
000397     05  DL-REASON-TEXT        PIC X(079).
000398     05  FILLER                PIC X(022) VALUE SPACES.
000399
000400 01  WS-SUMMARY-LINE.
000401     05  DL-SUM-LABEL          PIC X(032).
000402     05  DL-SUM-COUNT          PIC Z,ZZZ,ZZ9.
000403     05  FILLER                PIC X(091) VALUE SPACES.
000404 01  WS-SUMMARY-AMOUNT.
000405     05  DL-SUM-AMT-LABEL      PIC X(032).
000406     05  DL-SUM-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
000407     05  FILLER                PIC X(083) VALUE SPACES.
000408
000409 01  WS-RESULT-LINE.
000410     05  FILLER                PIC X(008) VALUE 'RESULT: '.
000411     05  DL-RESULT-TEXT        PIC X(090).
000412     05  FILLER                PIC X(034) VALUE SPACES.
000413
000414     COPY CASTUFF.
000415
000416     COPY DL100PPY.
000417     COPY DL100PXF.
000418     COPY DL100WSP.
000419
000420     COPY DL100RCP.
000421
000422 Procedure Division.
000423 0000-MAINLINE.
000424     PERFORM 0100-RUN-CONTROL-START
000425         THRU 0100-RUN-CONTROL-START-EXIT
000426
000427     IF DL100-RCP-REFUSED
000428         DISPLAY 'DL100BLK RUN REFUSED BY RUN CONTROL'
000429             ' - SEE DL100RNC MESSAGE'
000430         DISPLAY 'DL100BLK ONE BULK FILE PER PROCESSING DATE'
000431             ' - A SECOND NEEDS DL100BLK IN DL100FRC'
000432         GOBACK
000433     END-IF
000434
000435     MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
000436     MOVE WS-NOW-TS(1:8) TO WS-PROC-DATE
000437
000438     PERFORM 0500-RESOLVE-PROC-DATE
000439         THRU 0500-RESOLVE-PROC-DATE-EXIT
000440
000441     PERFORM 0600-APPLY-DAY-CLOSE
000442         THRU 0600-APPLY-DAY-CLOSE-EXIT
000443
000444     OPEN OUTPUT DL100-BLK-RPT
000445     MOVE WS-PROC-DATE TO DL-HDG-PROC-DATE
000446     WRITE DL100-BLK-LINE FROM WS-HEADING-1
000447     WRITE DL100-BLK-LINE FROM WS-RULE-LINE
000448
000449     PERFORM 1000-PROVE-FILE
000450         THRU 1000-PROVE-FILE-EXIT
000451
000452     IF NOT WS-REJECTED
000453         PERFORM 1500-CHECK-RESTART
000454             THRU 1500-CHECK-RESTART-EXIT
000455     END-IF
000456
000457     PERFORM 1800-WRITE-BATCH-LINE
000458         THRU 1800-WRITE-BATCH-LINE-EXIT
000459
000460     IF WS-REJECTED
000461         PERFORM 1900-REFUSE-FILE
000462             THRU 1900-REFUSE-FILE-EXIT
000463     ELSE
000464         PERFORM 2000-PROCESS-BATCH
000465             THRU 2000-PROCESS-BATCH-EXIT
000466     END-IF
000467
000468     PERFORM 8000-SUMMARY
000469         THRU 8000-SUMMARY-EXIT
000470
000471     CLOSE DL100-BLK-RPT
000472
000473     PERFORM 9000-RUN-CONTROL-END
000474         THRU 9000-RUN-CONTROL-END-EXIT
000475
000476*    A REFUSED FILE FAILS THE STEP; REJECTED ITEMS ONLY WARN, SO
000477*    THE SCHEDULE KNOWS THERE IS A REJECT FILE TO SEND BACK.
000478     EVALUATE TRUE
000479         WHEN WS-REJECTED
000480             MOVE 8 TO RETURN-CODE
000481         WHEN WS-REJECTED-COUNT GREATER THAN 0
000482             MOVE 4 TO RETURN-CODE
000483         WHEN OTHER
000484             CONTINUE
000485     END-EVALUATE
000486
000487     GOBACK
000488     .
000489
000490 0100-RUN-CONTROL-START.
000491     SET DL100-RCP-FUNC-START TO TRUE
000492     MOVE 'DL100BLK' TO DL100-RCP-JOB-NAME
000493
000494     CALL 'DL100RNC' USING DL100-RCP-PARMS
000495     END-CALL
000496     .
000497 0100-RUN-CONTROL-START-EXIT.
000498     EXIT.
000499
000500 0500-RESOLVE-PROC-DATE.
000501*    SAME RULE AS DL100RNC - THE PROCESSING DATE IS THE LATEST
000502*    BUSINESS DAY ON OR BEFORE THE CLOCK DATE; AN EMPTY OR
000503*    MISSING CALENDAR FALLS BACK TO THE CLOCK DATE.
000504     MOVE SPACES TO WS-BEST-DATE
000505     MOVE 'N' TO WS-CAL-EOF-SW
000506
000507     OPEN INPUT DL100-CAL-FILE
000508
000509     PERFORM 0550-SCAN-ONE-CAL-DAY
000510         THRU 0550-SCAN-ONE-CAL-DAY-EXIT
000511         UNTIL WS-CAL-EOF
000512
000513     CLOSE DL100-CAL-FILE
000514
000515     IF WS-BEST-DATE NOT EQUAL SPACES
000516         MOVE WS-BEST-DATE TO WS-PROC-DATE
000517     END-IF
000518     .
000519 0500-RESOLVE-PROC-DATE-EXIT.
000520     EXIT.
000521
000522 0550-SCAN-ONE-CAL-DAY.
000523     READ DL100-CAL-FILE
000524         AT END
000525             MOVE 'Y' TO WS-CAL-EOF-SW
000526         NOT AT END
000527             IF DL100-CAL-BUSINESS
000528                AND DL100-CAL-DATE
000529                        NOT GREATER THAN WS-NOW-TS(1:8)
000530                AND DL100-CAL-DATE GREATER THAN WS-BEST-DATE
000531                 MOVE DL100-CAL-DATE TO WS-BEST-DATE
000532             END-IF
000533     END-READ
000534     .
000535 0550-SCAN-ONE-CAL-DAY-EXIT.
000536     EXIT.
000537
000538 0600-APPLY-DAY-CLOSE.
000539*    ONCE DL100EOD HAS CLOSED A PROCESSING DATE NOTHING MORE IS
000540*    RECORDED ON IT - UNTIL THE NEXT DATE IT OPENED HAS COME, WORK
000541*    BELONGS TO THAT NEXT DATE, AS IN PGMA0001.
000542     OPEN INPUT DL100-DCS-FILE
000543
000544     READ DL100-DCS-FILE
000545         AT END
000546             CONTINUE
000547         NOT AT END
000548             IF DL100-DCS-OPEN-DATE NOT EQUAL SPACES
000549                AND WS-PROC-DATE LESS THAN DL100-DCS-OPEN-DATE
000550                 MOVE DL100-DCS-OPEN-DATE TO WS-PROC-DATE
000551             END-IF
000552     END-READ
000553
000554     CLOSE DL100-DCS-FILE
000555     .
000556 0600-APPLY-DAY-CLOSE-EXIT.
000557     EXIT.
000558
000559 1000-PROVE-FILE.
000560     MOVE 'N' TO WS-EOF-SW
000561
000562     OPEN INPUT DL100-BKI-FILE
000563
000564     PERFORM 1100-PROVE-ONE-RECORD
000565         THRU 1100-PROVE-ONE-RECORD-EXIT
000566         UNTIL WS-EOF
000567
000568     CLOSE DL100-BKI-FILE
000569
000570*    THE FIRST FAILURE FOUND IS THE ONE REPORTED AS THE REASON;
000571*    BAD RECORDS ARE ALL LISTED ABOVE IT.
000572     EVALUATE TRUE
000573         WHEN WS-REJECTED
000574             CONTINUE
000575         WHEN WS-READ-COUNT EQUAL 0
000576             MOVE 'BULK FILE IS EMPTY' TO WS-REJECT-REASON
000577             MOVE 'Y' TO WS-REJECTED-SW
000578         WHEN NOT WS-TRAILER-SEEN
000579             MOVE 'NO TRAILER RECORD - FILE IS INCOMPLETE'
000580                 TO WS-REJECT-REASON
000581             MOVE 'Y' TO WS-REJECTED-SW
000582         WHEN WS-DETAIL-COUNT NOT EQUAL WS-TRAILER-COUNT
000583             MOVE 'INSTRUCTION COUNT DOES NOT MATCH TRAILER COUNT'
000584                 TO WS-REJECT-REASON
000585             MOVE 'Y' TO WS-REJECTED-SW
000586         WHEN WS-DETAIL-AMOUNT NOT EQUAL WS-TRAILER-AMOUNT
000587             MOVE 'AMOUNT TOTAL DOES NOT MATCH TRAILER AMOUNT'
000588                 TO WS-REJECT-REASON
000589             MOVE 'Y' TO WS-REJECTED-SW
000590         WHEN WS-DETAIL-COUNT GREATER THAN MAX-ITEMS
000591             MOVE 'MORE THAN 99999 INSTRUCTIONS - SPLIT THE FILE'
000592                 TO WS-REJECT-REASON
000593             MOVE 'Y' TO WS-REJECTED-SW
000594         WHEN OTHER
000595             CONTINUE
000596     END-EVALUATE
000597     .
000598 1000-PROVE-FILE-EXIT.
000599     EXIT.
000600
000601 1100-PROVE-ONE-RECORD.
000602     READ DL100-BKI-FILE
000603         AT END
000604             MOVE 'Y' TO WS-EOF-SW
000605         NOT AT END
000606             ADD 1 TO WS-READ-COUNT
000607             PERFORM 1200-CHECK-RECORD
000608                 THRU 1200-CHECK-RECORD-EXIT
000609     END-READ
000610     .
000611 1100-PROVE-ONE-RECORD-EXIT.
000612     EXIT.
000613
000614 1200-CHECK-RECORD.
000615     IF WS-TRAILER-SEEN
000616         MOVE 'RECORD FOUND AFTER THE TRAILER' TO DL-BAD-TEXT
000617         PERFORM 1300-REJECT-RECORD
000618             THRU 1300-REJECT-RECORD-EXIT
000619         GO TO 1200-CHECK-RECORD-EXIT
000620     END-IF
000621
000622     IF WS-READ-COUNT EQUAL 1
000623         IF NOT DL100-BKI-HEADER
000624             MOVE 'FIRST RECORD IS NOT THE HEADER' TO DL-BAD-TEXT
000625             PERFORM 1300-REJECT-RECORD
000626                 THRU 1300-REJECT-RECORD-EXIT
000627             GO TO 1200-CHECK-RECORD-EXIT
000628         END-IF
000629         MOVE DL100-BKI-BATCH-ID TO WS-BATCH-ID
000630         MOVE DL100-BKI-SUBMIT-USER TO WS-SUBMIT-USER
000631         MOVE DL100-BKI-CREATED-DATE TO WS-CREATED-DATE
000632         IF WS-BATCH-ID EQUAL SPACES
000633            OR WS-SUBMIT-USER EQUAL SPACES
000634             MOVE 'HEADER HAS NO BATCH ID OR SUBMITTING USER'
000635                 TO DL-BAD-TEXT
000636             PERFORM 1300-REJECT-RECORD
000637                 THRU 1300-REJECT-RECORD-EXIT
000638         END-IF
000639         GO TO 1200-CHECK-RECORD-EXIT
000640     END-IF
000641
000642     EVALUATE TRUE
000643         WHEN DL100-BKI-TRAILER
000644             MOVE 'Y' TO WS-TRAILER-SEEN-SW
000645             IF DL100-BKI-RECORD-COUNT NUMERIC
000646                AND DL100-BKI-AMOUNT-TOTAL NUMERIC
000647                 MOVE DL100-BKI-RECORD-COUNT TO WS-TRAILER-COUNT
000648                 MOVE DL100-BKI-AMOUNT-TOTAL TO WS-TRAILER-AMOUNT
000649             ELSE
000650                 MOVE 'TRAILER COUNT OR AMOUNT IS NOT NUMERIC'
000651                     TO DL-BAD-TEXT
000652                 PERFORM 1300-REJECT-RECORD
000653                     THRU 1300-REJECT-RECORD-EXIT
000654             END-IF
000655         WHEN DL100-BKI-DETAIL
000656             ADD 1 TO WS-DETAIL-COUNT
000657             PERFORM 1400-TOTAL-DETAIL
000658                 THRU 1400-TOTAL-DETAIL-EXIT
000659         WHEN OTHER
000660             MOVE 'RECORD TYPE IS NOT H, D OR T' TO DL-BAD-TEXT
000661             PERFORM 1300-REJECT-RECORD
000662                 THRU 1300-REJECT-RECORD-EXIT
000663     END-EVALUATE
000664     .
000665 1200-CHECK-RECORD-EXIT.
000666     EXIT.
000667
000668 1300-REJECT-RECORD.
000669     MOVE WS-READ-COUNT TO DL-BAD-RECNO
000670     WRITE DL100-BLK-LINE FROM WS-BAD-LINE
000671
000672     IF NOT WS-REJECTED
000673         MOVE DL-BAD-TEXT TO WS-REJECT-REASON
000674         MOVE 'Y' TO WS-REJECTED-SW
000675     END-IF
000676     .
000677 1300-REJECT-RECORD-EXIT.
000678     EXIT.
000679
000680 1400-TOTAL-DETAIL.
000681*    ONLY THE AMOUNT IS LOOKED AT HERE - EVERY OTHER FIELD IS LEFT
000682*    TO DL100VAL, WHICH REJECTS THE ONE ITEM RATHER THAN THE FILE.
000683*    AN AMOUNT THAT CANNOT BE FOUND OR ADDED LEAVES THE TRAILER
000684*    UNPROVABLE, SO THAT DOES REFUSE THE FILE.
000685     EVALUATE DL100-BKI-TRAN-CODE
000686         WHEN TRAN-PAYMENT
000687             MOVE DL100-BKI-PAYLOAD TO DL100-PPY-PAYLOAD
000688             IF DL100-PPY-AMOUNT NUMERIC
000689                 ADD DL100-PPY-AMOUNT TO WS-DETAIL-AMOUNT
000690             ELSE
000691                 MOVE 'PAY1 AMOUNT IS NOT NUMERIC' TO DL-BAD-TEXT
000692                 PERFORM 1300-REJECT-RECORD
000693                     THRU 1300-REJECT-RECORD-EXIT
000694             END-IF
000695         WHEN TRAN-TRANSFER
000696             MOVE DL100-BKI-PAYLOAD TO DL100-PXF-PAYLOAD
000697             IF DL100-PXF-AMOUNT NUMERIC
000698                 ADD DL100-PXF-AMOUNT TO WS-DETAIL-AMOUNT
000699             ELSE
000700                 MOVE 'XFR1 AMOUNT IS NOT NUMERIC' TO DL-BAD-TEXT
000701                 PERFORM 1300-REJECT-RECORD
000702                     THRU 1300-REJECT-RECORD-EXIT
000703             END-IF
000704         WHEN OTHER
000705             MOVE 'TRANSACTION CODE IS NOT PAY1 OR XFR1'
000706                 TO DL-BAD-TEXT
000707             PERFORM 1300-REJECT-RECORD
000708                 THRU 1300-REJECT-RECORD-EXIT
000709     END-EVALUATE
000710     .
000711 1400-TOTAL-DETAIL-EXIT.
000712     EXIT.
000713
000714 1500-CHECK-RESTART.
000715*    NO CHECKPOINT, OR ONE FOR A COMPLETE EARLIER BATCH, MEANS A
000716*    FRESH START.  THE SAME BATCH STILL IN PROGRESS IS A RESTART.
000717*    A BATCH ID ON THE COMPLETED-BATCH HISTORY IS NEVER TAKEN
000718*    AGAIN, WHATEVER HAS RUN SINCE.
000719     OPEN INPUT DL100-BKC-FILE
000720
000721     READ DL100-BKC-FILE
000722         AT END
000723             MOVE SPACES TO DL100-BKC-RECORD
000724     END-READ
000725
000726     CLOSE DL100-BKC-FILE
000727
000728     MOVE DL100-BKC-BATCH-ID TO WS-CKPT-BATCH-ID
000729     MOVE 'N' TO WS-BATCH-DONE-SW
000730     MOVE 'N' TO WS-CKPT-DONE-SW
000731     MOVE 'N' TO WS-SCAN-EOF-SW
000732
000733     OPEN INPUT DL100-BKH-FILE
000734
000735     PERFORM 1550-SCAN-ONE-COMPLETED
000736         THRU 1550-SCAN-ONE-COMPLETED-EXIT
000737         UNTIL WS-SCAN-EOF
000738            OR WS-BATCH-DONE
000739
000740     CLOSE DL100-BKH-FILE
000741
000742*    A CHECKPOINT STILL IN PROGRESS FOR A BATCH ALREADY ON THE
000743*    HISTORY WAS STOPPED BETWEEN THE TWO WRITES AT ITS END - IT
000744*    HAS FINISHED AND DOES NOT HOLD UP THE NEXT BATCH.
000745     EVALUATE TRUE
000746         WHEN WS-BATCH-DONE
000747         WHEN DL100-BKC-BATCH-ID EQUAL WS-BATCH-ID
000748          AND DL100-BKC-COMPLETE
000749             MOVE 'BATCH ID ALREADY PROCESSED - NOT TAKEN AGAIN'
000750                 TO WS-REJECT-REASON
000751             MOVE 'Y' TO WS-REJECTED-SW
000752         WHEN DL100-BKC-BATCH-ID EQUAL WS-BATCH-ID
000753          AND DL100-BKC-IN-PROGRESS
000754             MOVE 'Y' TO WS-RESTART-SW
000755             MOVE DL100-BKC-TOKEN-STAMP TO WS-TOKEN-STAMP
000756             MOVE DL100-BKC-LAST-ITEM-NO TO WS-LAST-ITEM-NO
000757             MOVE DL100-BKC-ACCEPTED-COUNT TO WS-ACCEPTED-COUNT
000758             MOVE DL100-BKC-REJECTED-COUNT TO WS-REJECTED-COUNT
000759             MOVE DL100-BKC-HELD-COUNT TO WS-HELD-COUNT
000760             MOVE DL100-BKC-ACCEPTED-AMOUNT TO WS-ACCEPTED-AMOUNT
000761             COMPUTE WS-IN-DOUBT-ITEM-NO = WS-LAST-ITEM-NO + 1
000762         WHEN DL100-BKC-IN-PROGRESS
000763          AND NOT WS-CKPT-DONE
000764             MOVE SPACES TO WS-REJECT-REASON
000765             STRING 'BATCH ' DELIMITED BY SIZE
000766                    DL100-BKC-BATCH-ID DELIMITED BY SIZE
000767                    ' NOT FINISHED - RESTART IT FIRST'
000768                        DELIMITED BY SIZE
000769                 INTO WS-REJECT-REASON
000770             END-STRING
000771             MOVE 'Y' TO WS-REJECTED-SW
000772         WHEN OTHER
000773             MOVE WS-NOW-TS(5:10) TO WS-TOKEN-STAMP
000774     END-EVALUATE
000775     .
000776 1500-CHECK-RESTART-EXIT.
000777     EXIT.
000778
000779 1550-SCAN-ONE-COMPLETED.
000780     READ DL100-BKH-FILE
000781         AT END
000782             MOVE 'Y' TO WS-SCAN-EOF-SW
000783         NOT AT END
000784             IF DL100-BKH-BATCH-ID EQUAL WS-BATCH-ID
000785                 MOVE 'Y' TO WS-BATCH-DONE-SW
000786             END-IF
000787             IF DL100-BKH-BATCH-ID EQUAL WS-CKPT-BATCH-ID
000788                 MOVE 'Y' TO WS-CKPT-DONE-SW
000789             END-IF
000790     END-READ
000791     .
000792 1550-SCAN-ONE-COMPLETED-EXIT.
000793     EXIT.
000794
000795 1800-WRITE-BATCH-LINE.
000796     MOVE WS-BATCH-ID TO DL-BAT-BATCH-ID
000797     MOVE WS-SUBMIT-USER TO DL-BAT-SUBMIT-USER
000798     MOVE WS-CREATED-DATE TO DL-BAT-CREATED-DATE
000799
000800     EVALUATE TRUE
000801         WHEN WS-REJECTED
000802             MOVE 'FILE REFUSED' TO DL-BAT-RUN-TYPE
000803         WHEN WS-RESTART
000804             MOVE 'RESTART FROM CHECKPOINT' TO DL-BAT-RUN-TYPE
000805         WHEN OTHER
000806             MOVE 'FIRST RUN' TO DL-BAT-RUN-TYPE
000807     END-EVALUATE
000808
000809     WRITE DL100-BLK-LINE FROM WS-BATCH-LINE
000810     .
000811 1800-WRITE-BATCH-LINE-EXIT.
000812     EXIT.
000813
000814 1900-REFUSE-FILE.
000815*    THE SUBMITTER GETS ONE CTRL RECORD IN PLACE OF ANY ITEMS.
000816     DISPLAY 'DL100BLK BULK FILE ' WS-BATCH-ID ' REFUSED - '
000817         WS-REJECT-REASON
000818
000819     MOVE SPACES TO DL100-BKR-RECORD
000820     MOVE WS-BATCH-ID TO DL100-BKR-BATCH-ID
000821     MOVE 0 TO DL100-BKR-ITEM-NO
000822     MOVE 0 TO DL100-BKR-AMOUNT
000823     SET DL100-BKR-CONTROL TO TRUE
000824     MOVE WS-REJECT-REASON TO DL100-BKR-REASON-TEXT
000825
000826     OPEN OUTPUT DL100-BKR-FILE
000827     WRITE DL100-BKR-RECORD
000828     CLOSE DL100-BKR-FILE
000829     .
000830 1900-REFUSE-FILE-EXIT.
000831     EXIT.
000832
000833 2000-PROCESS-BATCH.
000834*    A FRESH BATCH STARTS AN EMPTY REJECT FILE; A RESTART ADDS TO
000835*    THE ONE THE FAILED RUN LEFT.
000836     IF NOT WS-RESTART
000837         OPEN OUTPUT DL100-BKR-FILE
000838         CLOSE DL100-BKR-FILE
000839         PERFORM 2200-WRITE-CHECKPOINT
000840             THRU 2200-WRITE-CHECKPOINT-EXIT
000841     END-IF
000842
000843     WRITE DL100-BLK-LINE FROM WS-RULE-LINE
000844     WRITE DL100-BLK-LINE FROM WS-HEADING-COLS
000845
000846     MOVE 'N' TO WS-EOF-SW
000847     MOVE 0 TO WS-ITEM-NO
000848
000849     OPEN INPUT DL100-BKI-FILE
000850
000851     PERFORM 2100-PROCESS-ONE-RECORD
000852         THRU 2100-PROCESS-ONE-RECORD-EXIT
000853         UNTIL WS-EOF
000854
000855     CLOSE DL100-BKI-FILE
000856
000857     IF WS-WORKED-COUNT EQUAL 0
000858         WRITE DL100-BLK-LINE FROM WS-NONE-LINE
000859     END-IF
000860
000861     PERFORM 2400-RECORD-COMPLETION
000862         THRU 2400-RECORD-COMPLETION-EXIT
000863
000864     SET DL100-BKC-COMPLETE TO TRUE
000865     PERFORM 2300-PUT-CHECKPOINT
000866         THRU 2300-PUT-CHECKPOINT-EXIT
000867     .
000868 2000-PROCESS-BATCH-EXIT.
000869     EXIT.
000870
000871 2100-PROCESS-ONE-RECORD.
000872     READ DL100-BKI-FILE
000873         AT END
000874             MOVE 'Y' TO WS-EOF-SW
000875         NOT AT END
000876             IF DL100-BKI-DETAIL
000877                 ADD 1 TO WS-ITEM-NO
000878                 IF WS-ITEM-NO NOT GREATER THAN WS-LAST-ITEM-NO
000879                     ADD 1 TO WS-SKIPPED-COUNT
000880                 ELSE
000881                     PERFORM 3000-PROCESS-ITEM
000882                         THRU 3000-PROCESS-ITEM-EXIT
000883                     ADD 1 TO WS-WORKED-COUNT
000884                     MOVE WS-ITEM-NO TO WS-LAST-ITEM-NO
000885                     PERFORM 2200-WRITE-CHECKPOINT
000886                         THRU 2200-WRITE-CHECKPOINT-EXIT
000887                 END-IF
000888             END-IF
000889     END-READ
000890     .
000891 2100-PROCESS-ONE-RECORD-EXIT.
000892     EXIT.
000893
000894 2200-WRITE-CHECKPOINT.
000895     SET DL100-BKC-IN-PROGRESS TO TRUE
000896     PERFORM 2300-PUT-CHECKPOINT
000897         THRU 2300-PUT-CHECKPOINT-EXIT
000898     .
000899 2200-WRITE-CHECKPOINT-EXIT.
000900     EXIT.
000901
000902 2300-PUT-CHECKPOINT.
000903*    THE STATUS SWITCH IS SET BY THE CALLER.
000904     MOVE WS-BATCH-ID TO DL100-BKC-BATCH-ID
000905     MOVE WS-TOKEN-STAMP TO DL100-BKC-TOKEN-STAMP
000906     MOVE WS-LAST-ITEM-NO TO DL100-BKC-LAST-ITEM-NO
000907     MOVE WS-ACCEPTED-COUNT TO DL100-BKC-ACCEPTED-COUNT
000908     MOVE WS-REJECTED-COUNT TO DL100-BKC-REJECTED-COUNT
000909     MOVE WS-HELD-COUNT TO DL100-BKC-HELD-COUNT
000910     MOVE WS-ACCEPTED-AMOUNT TO DL100-BKC-ACCEPTED-AMOUNT
000911     MOVE FUNCTION CURRENT-DATE TO DL100-BKC-LAST-RUN-TS
000912
000913     OPEN OUTPUT DL100-BKC-FILE
000914     WRITE DL100-BKC-RECORD
000915     CLOSE DL100-BKC-FILE
000916     .
000917 2300-PUT-CHECKPOINT-EXIT.
000918     EXIT.
000919
000920 2400-RECORD-COMPLETION.
000921*    ADDED BEFORE THE CHECKPOINT IS MARKED COMPLETE, SO A FAILURE
000922*    BETWEEN THE TWO LEAVES A RESTART THAT THE HISTORY REFUSES
000923*    RATHER THAN A COMPLETE BATCH MISSING FROM THE HISTORY.
000924     MOVE WS-BATCH-ID TO DL100-BKH-BATCH-ID
000925     MOVE WS-SUBMIT-USER TO DL100-BKH-SUBMIT-USER
000926     MOVE WS-PROC-DATE TO DL100-BKH-PROC-DATE
000927     MOVE WS-TOKEN-STAMP TO DL100-BKH-TOKEN-STAMP
000928     MOVE WS-ACCEPTED-COUNT TO DL100-BKH-ACCEPTED-COUNT
000929     MOVE WS-REJECTED-COUNT TO DL100-BKH-REJECTED-COUNT
000930     MOVE WS-HELD-COUNT TO DL100-BKH-HELD-COUNT
000931     MOVE WS-ACCEPTED-AMOUNT TO DL100-BKH-ACCEPTED-AMOUNT
000932     MOVE FUNCTION CURRENT-DATE TO DL100-BKH-COMPLETED-TS
000933
000934     OPEN EXTEND DL100-BKH-FILE
000935     WRITE DL100-BKH-RECORD
000936     CLOSE DL100-BKH-FILE
000937     .
000938 2400-RECORD-COMPLETION-EXIT.
000939     EXIT.
000940
000941 3000-PROCESS-ITEM.
000942     PERFORM 3050-BUILD-COMMAREA
000943         THRU 3050-BUILD-COMMAREA-EXIT
000944
000945     IF WS-ITEM-NO EQUAL WS-IN-DOUBT-ITEM-NO
000946         PERFORM 3100-CHECK-IN-DOUBT
000947             THRU 3100-CHECK-IN-DOUBT-EXIT
000948         IF NOT WS-IN-DOUBT-NEW
000949             PERFORM 3190-COUNT-IN-DOUBT
000950                 THRU 3190-COUNT-IN-DOUBT-EXIT
000951             GO TO 3000-PROCESS-ITEM-EXIT
000952         END-IF
000953     END-IF
000954
000955     CALL 'DL100VAL' USING CA-STUFF
000956     END-CALL
000957
000958     IF NOT CA-RC-NORMAL
000959         SET DL100-BKR-EDIT TO TRUE
000960         PERFORM 5000-REJECT-ITEM
000961             THRU 5000-REJECT-ITEM-EXIT
000962         GO TO 3000-PROCESS-ITEM-EXIT
000963     END-IF
000964
000965     PERFORM 3200-CHECK-AUTHORITY
000966         THRU 3200-CHECK-AUTHORITY-EXIT
000967
000968     IF NOT WS-AUTHORIZED
000969         PERFORM 3300-DENY-AUTHORITY
000970             THRU 3300-DENY-AUTHORITY-EXIT
000971         SET DL100-BKR-AUTHORITY TO TRUE
000972         MOVE AUTHORITY-MSG TO CA-MESSAGE
000973         PERFORM 5000-REJECT-ITEM
000974             THRU 5000-REJECT-ITEM-EXIT
000975         GO TO 3000-PROCESS-ITEM-EXIT
000976     END-IF
000977
000978     IF CA-TRAN-CODE EQUAL TRAN-PAYMENT
000979        AND DL100-PPY-VALUE-DATE GREATER THAN WS-PROC-DATE
000980         PERFORM 3400-WAREHOUSE-PAYMENT
000981             THRU 3400-WAREHOUSE-PAYMENT-EXIT
000982         MOVE SPACES TO WS-ITEM-OUTCOME
000983         STRING 'WAREHOUSED UNTIL ' DELIMITED BY SIZE
000984                DL100-PPY-VALUE-DATE DELIMITED BY SIZE
000985             INTO WS-ITEM-OUTCOME
000986         END-STRING
000987         PERFORM 5100-HOLD-ITEM
000988             THRU 5100-HOLD-ITEM-EXIT
000989         GO TO 3000-PROCESS-ITEM-EXIT
000990     END-IF
000991
000992     SET DL100-WSP-FUNC-SCREEN TO TRUE
000993     MOVE CA-TRAN-CODE TO DL100-WSP-TRAN-CODE
000994     MOVE WS-MVT-COUNTERPARTY TO DL100-WSP-COUNTERPARTY
000995
000996     CALL 'DL100WSC' USING DL100-WSP-PARMS
000997     END-CALL
000998
000999     IF DL100-WSP-HIT
001000         PERFORM 3450-HOLD-FOR-COMPLIANCE
001001             THRU 3450-HOLD-FOR-COMPLIANCE-EXIT
001002         MOVE 'HELD FOR COMPLIANCE - WATCH LIST'
001003             TO WS-ITEM-OUTCOME
001004         PERFORM 5100-HOLD-ITEM
001005             THRU 5100-HOLD-ITEM-EXIT
001006         GO TO 3000-PROCESS-ITEM-EXIT
001007     END-IF
001008
001009     PERFORM 3500-CHECK-DUPLICATE
001010         THRU 3500-CHECK-DUPLICATE-EXIT
001011
001012     IF WS-DUPLICATE
001013         PERFORM 3600-HOLD-IN-SUSPENSE
001014             THRU 3600-HOLD-IN-SUSPENSE-EXIT
001015         MOVE 'HELD IN SUSPENSE - DUPLICATE'
001016             TO WS-ITEM-OUTCOME
001017         PERFORM 5100-HOLD-ITEM
001018             THRU 5100-HOLD-ITEM-EXIT
001019         GO TO 3000-PROCESS-ITEM-EXIT
001020     END-IF
001021
001022     PERFORM 3700-CHECK-LIMITS
001023         THRU 3700-CHECK-LIMITS-EXIT
001024
001025     IF WS-OVER-LIMIT
001026         PERFORM 3800-HOLD-FOR-APPROVAL
001027             THRU 3800-HOLD-FOR-APPROVAL-EXIT
001028         MOVE 'OVER LIMIT - HELD FOR APPROVAL'
001029             TO WS-ITEM-OUTCOME
001030         PERFORM 5100-HOLD-ITEM
001031             THRU 5100-HOLD-ITEM-EXIT
001032         GO TO 3000-PROCESS-ITEM-EXIT
001033     END-IF
001034
001035     PERFORM 3900-CHECK-FUNDS
001036         THRU 3900-CHECK-FUNDS-EXIT
001037
001038     IF WS-NSF
001039         PERFORM 3950-REFUSE-MOVEMENT
001040             THRU 3950-REFUSE-MOVEMENT-EXIT
001041         SET DL100-BKR-FUNDS TO TRUE
001042         MOVE INSUFFICIENT-FUNDS-MSG TO CA-MESSAGE
001043         PERFORM 5000-REJECT-ITEM
001044             THRU 5000-REJECT-ITEM-EXIT
001045         GO TO 3000-PROCESS-ITEM-EXIT
001046     END-IF
001047
001048     PERFORM 4000-RECORD-MOVEMENT
001049         THRU 4000-RECORD-MOVEMENT-EXIT
001050
001051     MOVE 'ACCEPTED' TO WS-ITEM-RESULT
001052     IF WS-ON-FILE
001053         MOVE 'ALREADY ON DL100PRC - NOT POSTED'
001054             TO WS-ITEM-OUTCOME
001055     ELSE
001056         MOVE 'RECORDED AND POSTED' TO WS-ITEM-OUTCOME
001057     END-IF
001058     ADD 1 TO WS-ACCEPTED-COUNT
001059     ADD WS-MVT-AMOUNT TO WS-ACCEPTED-AMOUNT
001060     PERFORM 5500-WRITE-ITEM-LINE
001061         THRU 5500-WRITE-ITEM-LINE-EXIT
001062     .
001063 3000-PROCESS-ITEM-EXIT.
001064     EXIT.
001065
001066 3050-BUILD-COMMAREA.
001067*    THE INSTRUCTION IS PUT IN THE SAME CA-STUFF AN ONLINE
001068*    TRANSACTION ARRIVES IN, SO DL100VAL SEES NO DIFFERENCE.  THE
001069*    PROVE PASS HAS ALREADY SHOWN THE CODE IS PAY1 OR XFR1.
001070     MOVE WS-ITEM-NO TO WS-TOKEN-ITEM-NO
001071     MOVE SPACES TO WS-ITEM-CORR-ID
001072     STRING 'B' DELIMITED BY SIZE
001073            WS-TOKEN-STAMP DELIMITED BY SIZE
001074            WS-TOKEN-ITEM-NO DELIMITED BY SIZE
001075         INTO WS-ITEM-CORR-ID
001076     END-STRING
001077
001078     MOVE SPACES TO CA-STUFF
001079     SET CA-VERSION-CURRENT TO TRUE
001080     MOVE DL100-BKI-TRAN-CODE TO CA-TRAN-CODE
001081     SET CA-RC-NORMAL TO TRUE
001082     MOVE WS-ITEM-CORR-ID TO CA-CORR-ID
001083
001084     IF CA-TRAN-CODE EQUAL TRAN-PAYMENT
001085         MOVE DL100-BKI-PAYLOAD TO DL100-PPY-PAYLOAD
001086         MOVE LENGTH OF DL100-PPY-PAYLOAD TO CA-DATA-LEN
001087         MOVE DL100-PPY-PAYLOAD TO CA-DATA(1:CA-DATA-LEN)
001088         MOVE DL100-PPY-ACCOUNT-NO TO WS-MVT-ACCOUNT
001089         MOVE DL100-PPY-PAYEE-NAME TO WS-MVT-COUNTERPARTY
001090         MOVE DL100-PPY-AMOUNT TO WS-MVT-AMOUNT
001091     ELSE
001092         MOVE DL100-BKI-PAYLOAD TO DL100-PXF-PAYLOAD
001093         MOVE LENGTH OF DL100-PXF-PAYLOAD TO CA-DATA-LEN
001094         MOVE DL100-PXF-PAYLOAD TO CA-DATA(1:CA-DATA-LEN)
001095         MOVE DL100-PXF-FROM-ACCOUNT TO WS-MVT-ACCOUNT
001096         MOVE SPACES TO WS-MVT-COUNTERPARTY
001097         MOVE DL100-PXF-TO-ACCOUNT TO WS-MVT-COUNTERPARTY(1:10)
001098         MOVE DL100-PXF-AMOUNT TO WS-MVT-AMOUNT
001099     END-IF
001100
001101     MOVE WS-MVT-AMOUNT TO WS-ITEM-AMOUNT
001102     .
001103 3050-BUILD-COMMAREA-EXIT.
001104     EXIT.
001105
001106 3100-CHECK-IN-DOUBT.
001107*    THE FAILED RUN MAY HAVE WORKED THIS ITEM AND DIED BEFORE ITS
001108*    CHECKPOINT.  ITS TOKEN ON DL100PRC SAYS IT WAS RECORDED; ON
001109*    A HOLD FILE, THAT IT WAS HELD; ON DL100BKR, THAT IT WAS
001110*    REJECTED.  THE FILES ARE TRIED IN THAT ORDER.
001111     SET WS-IN-DOUBT-NEW TO TRUE
001112     MOVE SPACES TO WS-IN-DOUBT-FILE
001113     MOVE 'N' TO WS-PRC-EOF-SW
001114
001115     OPEN INPUT DL100-PRC-FILE
001116
001117     PERFORM 3150-CHECK-ONE-RECORDED
001118         THRU 3150-CHECK-ONE-RECORDED-EXIT
001119         UNTIL WS-PRC-EOF
001120            OR NOT WS-IN-DOUBT-NEW
001121
001122     CLOSE DL100-PRC-FILE
001123
001124     IF NOT WS-IN-DOUBT-NEW
001125         GO TO 3100-CHECK-IN-DOUBT-EXIT
001126     END-IF
001127
001128     MOVE 'N' TO WS-SCAN-EOF-SW
001129     OPEN INPUT DL100-SUS-FILE
001130     PERFORM 3155-CHECK-ONE-SUSPENDED
001131         THRU 3155-CHECK-ONE-SUSPENDED-EXIT
001132         UNTIL WS-SCAN-EOF
001133            OR NOT WS-IN-DOUBT-NEW
001134     CLOSE DL100-SUS-FILE
001135
001136     IF NOT WS-IN-DOUBT-NEW
001137         GO TO 3100-CHECK-IN-DOUBT-EXIT
001138     END-IF
001139
001140     MOVE 'N' TO WS-SCAN-EOF-SW
001141     OPEN INPUT DL100-PND-FILE
001142     PERFORM 3160-CHECK-ONE-PENDING
001143         THRU 3160-CHECK-ONE-PENDING-EXIT
001144         UNTIL WS-SCAN-EOF
001145            OR NOT WS-IN-DOUBT-NEW
001146     CLOSE DL100-PND-FILE
001147
001148     IF NOT WS-IN-DOUBT-NEW
001149         GO TO 3100-CHECK-IN-DOUBT-EXIT
001150     END-IF
001151
001152     MOVE 'N' TO WS-SCAN-EOF-SW
001153     OPEN INPUT DL100-CRQ-FILE
001154     PERFORM 3165-CHECK-ONE-REVIEW
001155         THRU 3165-CHECK-ONE-REVIEW-EXIT
001156         UNTIL WS-SCAN-EOF
001157            OR NOT WS-IN-DOUBT-NEW
001158     CLOSE DL100-CRQ-FILE
001159
001160     IF NOT WS-IN-DOUBT-NEW
001161         GO TO 3100-CHECK-IN-DOUBT-EXIT
001162     END-IF
001163
001164     MOVE 'N' TO WS-SCAN-EOF-SW
001165     OPEN INPUT DL100-WHP-FILE
001166     PERFORM 3170-CHECK-ONE-WAREHOUSED
001167         THRU 3170-CHECK-ONE-WAREHOUSED-EXIT
001168         UNTIL WS-SCAN-EOF
001169            OR NOT WS-IN-DOUBT-NEW
001170     CLOSE DL100-WHP-FILE
001171
001172     IF NOT WS-IN-DOUBT-NEW
001173         GO TO 3100-CHECK-IN-DOUBT-EXIT
001174     END-IF
001175
001176     MOVE 'N' TO WS-SCAN-EOF-SW
001177     OPEN INPUT DL100-BKR-FILE
001178     PERFORM 3175-CHECK-ONE-REJECTED
001179         THRU 3175-CHECK-ONE-REJECTED-EXIT
001180         UNTIL WS-SCAN-EOF
001181            OR NOT WS-IN-DOUBT-NEW
001182     CLOSE DL100-BKR-FILE
001183     .
001184 3100-CHECK-IN-DOUBT-EXIT.
001185     EXIT.
001186
001187 3150-CHECK-ONE-RECORDED.
001188     READ DL100-PRC-FILE NEXT RECORD
001189         AT END
001190             MOVE 'Y' TO WS-PRC-EOF-SW
001191         NOT AT END
001192             IF DL100-PRC-CORR-ID EQUAL WS-ITEM-CORR-ID
001193                 SET WS-IN-DOUBT-RECORDED TO TRUE
001194                 MOVE 'DL100PRC' TO WS-IN-DOUBT-FILE
001195             END-IF
001196     END-READ
001197     .
001198 3150-CHECK-ONE-RECORDED-EXIT.
001199     EXIT.
001200
001201 3155-CHECK-ONE-SUSPENDED.
001202     READ DL100-SUS-FILE
001203         AT END
001204             MOVE 'Y' TO WS-SCAN-EOF-SW
001205         NOT AT END
001206             IF DL100-SUS-CORR-ID EQUAL WS-ITEM-CORR-ID
001207                 SET WS-IN-DOUBT-HELD TO TRUE
001208                 MOVE 'DL100SUS' TO WS-IN-DOUBT-FILE
001209             END-IF
001210     END-READ
001211     .
001212 3155-CHECK-ONE-SUSPENDED-EXIT.
001213     EXIT.
001214
001215 3160-CHECK-ONE-PENDING.
001216     READ DL100-PND-FILE
001217         AT END
001218             MOVE 'Y' TO WS-SCAN-EOF-SW
001219         NOT AT END
001220             IF DL100-PND-CORR-ID EQUAL WS-ITEM-CORR-ID
001221                 SET WS-IN-DOUBT-HELD TO TRUE
001222                 MOVE 'DL100PND' TO WS-IN-DOUBT-FILE
001223             END-IF
001224     END-READ
001225     .
001226 3160-CHECK-ONE-PENDING-EXIT.
001227     EXIT.
001228
001229 3165-CHECK-ONE-REVIEW.
001230     READ DL100-CRQ-FILE
001231         AT END
001232             MOVE 'Y' TO WS-SCAN-EOF-SW
001233         NOT AT END
001234             IF DL100-CRQ-CORR-ID EQUAL WS-ITEM-CORR-ID
001235                 SET WS-IN-DOUBT-HELD TO TRUE
001236                 MOVE 'DL100CRQ' TO WS-IN-DOUBT-FILE
001237             END-IF
001238     END-READ
001239     .
001240 3165-CHECK-ONE-REVIEW-EXIT.
001241     EXIT.
001242
001243 3170-CHECK-ONE-WAREHOUSED.
001244     READ DL100-WHP-FILE
001245         AT END
001246             MOVE 'Y' TO WS-SCAN-EOF-SW
001247         NOT AT END
001248             IF DL100-WHP-CORR-ID EQUAL WS-ITEM-CORR-ID
001249                 SET WS-IN-DOUBT-HELD TO TRUE
001250                 MOVE 'DL100WHP' TO WS-IN-DOUBT-FILE
001251             END-IF
001252     END-READ
001253     .
001254 3170-CHECK-ONE-WAREHOUSED-EXIT.
001255     EXIT.
001256
001257 3175-CHECK-ONE-REJECTED.
001258     READ DL100-BKR-FILE
001259         AT END
001260             MOVE 'Y' TO WS-SCAN-EOF-SW
001261         NOT AT END
001262             IF DL100-BKR-CORR-ID EQUAL WS-ITEM-CORR-ID
001263                 SET WS-IN-DOUBT-REJECTED TO TRUE
001264                 MOVE 'DL100BKR' TO WS-IN-DOUBT-FILE
001265             END-IF
001266     END-READ
001267     .
001268 3175-CHECK-ONE-REJECTED-EXIT.
001269     EXIT.
001270
001271 3190-COUNT-IN-DOUBT.
001272*    THE ITEM IS COUNTED UNDER THE OUTCOME THE FAILED RUN GAVE IT
001273*    AND IS NOT WORKED AGAIN.
001274     EVALUATE TRUE
001275         WHEN WS-IN-DOUBT-RECORDED
001276             MOVE 'ACCEPTED' TO WS-ITEM-RESULT
001277             MOVE 'RECORDED BEFORE THE RESTART'
001278                 TO WS-ITEM-OUTCOME
001279             ADD 1 TO WS-ACCEPTED-COUNT
001280             ADD WS-ITEM-AMOUNT TO WS-ACCEPTED-AMOUNT
001281             PERFORM 5500-WRITE-ITEM-LINE
001282                 THRU 5500-WRITE-ITEM-LINE-EXIT
001283         WHEN WS-IN-DOUBT-HELD
001284             MOVE SPACES TO WS-ITEM-OUTCOME
001285             STRING 'HELD ON ' DELIMITED BY SIZE
001286                    WS-IN-DOUBT-FILE DELIMITED BY SIZE
001287                    ' BEFORE RESTART' DELIMITED BY SIZE
001288                 INTO WS-ITEM-OUTCOME
001289             END-STRING
001290             PERFORM 5100-HOLD-ITEM
001291                 THRU 5100-HOLD-ITEM-EXIT
001292         WHEN OTHER
001293             MOVE 'REJECTED' TO WS-ITEM-RESULT
001294             MOVE 'REJECTED BEFORE THE RESTART'
001295                 TO WS-ITEM-OUTCOME
001296             ADD 1 TO WS-REJECTED-COUNT
001297             PERFORM 5500-WRITE-ITEM-LINE
001298                 THRU 5500-WRITE-ITEM-LINE-EXIT
001299     END-EVALUATE
001300     .
001301 3190-COUNT-IN-DOUBT-EXIT.
001302     EXIT.
001303
001304 3200-CHECK-AUTHORITY.
001305*    SAME RULE AS TESTANTLR115 - AN ALLOWED ROW FOR THE USER AND
001306*    CODE; A REVOKED ROW READS THE SAME AS NO ROW.
001307     MOVE 'N' TO WS-ATH-EOF-SW
001308     MOVE 'N' TO WS-AUTHORIZED-SW
001309
001310     OPEN INPUT DL100-ATH-FILE
001311
001312     PERFORM 3250-CHECK-ONE-AUTHORITY
001313         THRU 3250-CHECK-ONE-AUTHORITY-EXIT
001314         UNTIL WS-ATH-EOF
001315            OR WS-AUTHORIZED
001316
001317     CLOSE DL100-ATH-FILE
001318     .
001319 3200-CHECK-AUTHORITY-EXIT.
001320     EXIT.
001321
001322 3250-CHECK-ONE-AUTHORITY.
001323     READ DL100-ATH-FILE
001324         AT END
001325             MOVE 'Y' TO WS-ATH-EOF-SW
001326         NOT AT END
001327             IF DL100-ATH-USER-ID EQUAL WS-SUBMIT-USER
001328                AND DL100-ATH-TRAN-CODE EQUAL CA-TRAN-CODE
001329                AND DL100-ATH-ALLOWED
001330                 MOVE 'Y' TO WS-AUTHORIZED-SW
001331             END-IF
001332     END-READ
001333     .
001334 3250-CHECK-ONE-AUTHORITY-EXIT.
001335     EXIT.
001336
001337 3300-DENY-AUTHORITY.
001338     DISPLAY MYNAME ' USER ' WS-SUBMIT-USER
001339         ' NOT AUTHORIZED FOR TRAN CODE ' CA-TRAN-CODE
001340         ' - ITEM ' WS-ITEM-NO ' REJECTED'
001341
001342     MOVE WS-NOW-TS TO DL100-ATD-TIMESTAMP
001343     MOVE MY-TERM-ID TO DL100-ATD-TERM-ID
001344     MOVE WS-SUBMIT-USER TO DL100-ATD-USER-ID
001345     MOVE CA-TRAN-CODE TO DL100-ATD-TRAN-CODE
001346     MOVE CA-CORR-ID TO DL100-ATD-CORR-ID
001347
001348     OPEN EXTEND DL100-ATD-FILE
001349     WRITE DL100-ATD-RECORD
001350     CLOSE DL100-ATD-FILE
001351     .
001352 3300-DENY-AUTHORITY-EXIT.
001353     EXIT.
001354
001355 3400-WAREHOUSE-PAYMENT.
001356*    A FUTURE-DATED PAY1 WAITS ON DL100WHP UNTIL DL100WRL
001357*    RELEASES IT ON ITS VALUE DATE, AS IT WOULD FROM ONLINE.
001358     DISPLAY MYNAME ' FUTURE-DATED ' CA-TRAN-CODE
001359         ' FOR ACCOUNT ' WS-MVT-ACCOUNT ' - WAREHOUSED UNTIL '
001360         DL100-PPY-VALUE-DATE
001361
001362     MOVE WS-NOW-TS TO DL100-WHP-TIMESTAMP
001363     MOVE WS-PROC-DATE TO DL100-WHP-PROC-DATE
001364     MOVE DL100-PPY-VALUE-DATE TO DL100-WHP-VALUE-DATE
001365     MOVE MY-TERM-ID TO DL100-WHP-TERM-ID
001366     MOVE WS-SUBMIT-USER TO DL100-WHP-USER-ID
001367     MOVE CA-CORR-ID TO DL100-WHP-CORR-ID
001368     MOVE WS-MVT-ACCOUNT TO DL100-WHP-ACCOUNT-NO
001369     MOVE WS-MVT-COUNTERPARTY TO DL100-WHP-PAYEE-NAME
001370     MOVE WS-MVT-AMOUNT TO DL100-WHP-AMOUNT
001371     SET DL100-WHP-WAREHOUSED TO TRUE
001372     MOVE SPACES TO DL100-WHP-RELEASE-DATE
001373     MOVE SPACES TO DL100-WHP-DECIDED-BY
001374     MOVE SPACES TO DL100-WHP-DECIDED-TS
001375     MOVE SPACES TO DL100-WHP-REASON
001376     SET DL100-WHP-UNREPORTED TO TRUE
001377
001378     OPEN EXTEND DL100-WHP-FILE
001379     WRITE DL100-WHP-RECORD
001380     CLOSE DL100-WHP-FILE
001381     .
001382 3400-WAREHOUSE-PAYMENT-EXIT.
001383     EXIT.
001384
001385 3450-HOLD-FOR-COMPLIANCE.
001386     DISPLAY MYNAME ' WATCH-LIST HIT ' CA-TRAN-CODE
001387         ' FOR ACCOUNT ' WS-MVT-ACCOUNT ' ON ENTRY '
001388         DL100-WSP-ENTRY-ID ' - HELD FOR COMPLIANCE'
001389
001390     MOVE WS-NOW-TS TO DL100-CRQ-TIMESTAMP
001391     MOVE WS-PROC-DATE TO DL100-CRQ-PROC-DATE
001392     MOVE CA-TRAN-CODE TO DL100-CRQ-TRAN-CODE
001393     MOVE MY-TERM-ID TO DL100-CRQ-TERM-ID
001394     MOVE WS-SUBMIT-USER TO DL100-CRQ-USER-ID
001395     MOVE CA-CORR-ID TO DL100-CRQ-CORR-ID
001396     MOVE WS-MVT-ACCOUNT TO DL100-CRQ-ACCOUNT-NO
001397     MOVE WS-MVT-COUNTERPARTY TO DL100-CRQ-COUNTERPARTY
001398     MOVE WS-MVT-AMOUNT TO DL100-CRQ-AMOUNT
001399     MOVE MYNAME TO DL100-CRQ-SOURCE-PGM
001400     MOVE DL100-WSP-MATCH-TYPE TO DL100-CRQ-MATCH-TYPE
001401     MOVE DL100-WSP-ENTRY-ID TO DL100-CRQ-ENTRY-ID
001402     MOVE DL100-WSP-LISTED-NAME TO DL100-CRQ-LISTED-NAME
001403     MOVE DL100-WSP-LIST-CODE TO DL100-CRQ-LIST-CODE
001404     SET DL100-CRQ-PENDING TO TRUE
001405     MOVE SPACES TO DL100-CRQ-DECIDED-BY
001406     MOVE SPACES TO DL100-CRQ-DECIDED-TS
001407     MOVE SPACES TO DL100-CRQ-CLEAR-RESULT
001408
001409     OPEN EXTEND DL100-CRQ-FILE
001410     WRITE DL100-CRQ-RECORD
001411     CLOSE DL100-CRQ-FILE
001412     .
001413 3450-HOLD-FOR-COMPLIANCE-EXIT.
001414     EXIT.
001415
001416 3500-CHECK-DUPLICATE.
001417*    ANY SAME-DAY RECORD WITH THE SAME CODE, ACCOUNT,
001418*    COUNTERPARTY, AND AMOUNT IS A DUPLICATE, WHATEVER ITS TOKEN -
001419*    A GENERIC START ON THAT LEADING PART OF THE KEY FINDS ONE.
001420     MOVE 'N' TO WS-DUPLICATE-SW
001421
001422     MOVE WS-PROC-DATE TO DL100-PRC-PROC-DATE
001423     MOVE CA-TRAN-CODE TO DL100-PRC-TRAN-CODE
001424     MOVE WS-MVT-ACCOUNT TO DL100-PRC-ACCOUNT-NO
001425     MOVE WS-MVT-COUNTERPARTY TO DL100-PRC-COUNTERPARTY
001426     MOVE WS-MVT-AMOUNT TO DL100-PRC-AMOUNT
001427
001428     OPEN INPUT DL100-PRC-FILE
001429
001430     START DL100-PRC-FILE
001431         KEY IS EQUAL TO DL100-PRC-DUP-KEY
001432         INVALID KEY
001433             CONTINUE
001434         NOT INVALID KEY
001435             MOVE 'Y' TO WS-DUPLICATE-SW
001436     END-START
001437
001438     CLOSE DL100-PRC-FILE
001439     .
001440 3500-CHECK-DUPLICATE-EXIT.
001441     EXIT.
001442
001443 3600-HOLD-IN-SUSPENSE.
001444     DISPLAY MYNAME ' SUSPECTED DUPLICATE ' CA-TRAN-CODE
001445         ' FOR ACCOUNT ' WS-MVT-ACCOUNT ' - HELD IN SUSPENSE'
001446
001447     MOVE WS-NOW-TS TO DL100-SUS-TIMESTAMP
001448     MOVE WS-PROC-DATE TO DL100-SUS-PROC-DATE
001449     MOVE CA-TRAN-CODE TO DL100-SUS-TRAN-CODE
001450     MOVE MY-TERM-ID TO DL100-SUS-TERM-ID
001451     MOVE WS-SUBMIT-USER TO DL100-SUS-USER-ID
001452     MOVE CA-CORR-ID TO DL100-SUS-CORR-ID
001453     MOVE WS-MVT-ACCOUNT TO DL100-SUS-ACCOUNT-NO
001454     MOVE WS-MVT-COUNTERPARTY TO DL100-SUS-COUNTERPARTY
001455     MOVE WS-MVT-AMOUNT TO DL100-SUS-AMOUNT
001456     SET DL100-SUS-PENDING TO TRUE
001457     MOVE SPACES TO DL100-SUS-DECIDED-BY
001458     MOVE SPACES TO DL100-SUS-DECIDED-TS
001459
001460     OPEN EXTEND DL100-SUS-FILE
001461     WRITE DL100-SUS-RECORD
001462     CLOSE DL100-SUS-FILE
001463     .
001464 3600-HOLD-IN-SUSPENSE-EXIT.
001465     EXIT.
001466
001467 3700-CHECK-LIMITS.
001468     MOVE 'N' TO WS-OVER-LIMIT-SW
001469
001470     PERFORM 3710-FIND-ACCOUNT-LIMIT
001471         THRU 3710-FIND-ACCOUNT-LIMIT-EXIT
001472
001473*    A ZERO MAXIMUM MEANS NO CEILING OF THAT KIND.
001474     IF WS-SINGLE-MAX GREATER THAN 0
001475        AND WS-MVT-AMOUNT GREATER THAN WS-SINGLE-MAX
001476         MOVE 'Y' TO WS-OVER-LIMIT-SW
001477         GO TO 3700-CHECK-LIMITS-EXIT
001478     END-IF
001479
001480     IF WS-DAILY-MAX GREATER THAN 0
001481         PERFORM 3750-READ-DAY-TOTAL
001482             THRU 3750-READ-DAY-TOTAL-EXIT
001483         IF WS-DAY-TOTAL + WS-MVT-AMOUNT
001484                 GREATER THAN WS-DAILY-MAX
001485             MOVE 'Y' TO WS-OVER-LIMIT-SW
001486         END-IF
001487     END-IF
001488     .
001489 3700-CHECK-LIMITS-EXIT.
001490     EXIT.
001491
001492 3710-FIND-ACCOUNT-LIMIT.
001493*    AN ACCOUNT-SPECIFIC ROW BEATS THE '*DEFAULT*' ROW; NO ROW
001494*    AT ALL MEANS NO LIMITS FOR THIS ACCOUNT.
001495     MOVE 0 TO WS-SINGLE-MAX
001496     MOVE 0 TO WS-DAILY-MAX
001497     MOVE 'N' TO WS-ACCT-LIMIT-SW
001498     MOVE 'N' TO WS-LIM-EOF-SW
001499
001500     OPEN INPUT DL100-LIM-FILE
001501
001502     PERFORM 3720-CHECK-ONE-LIMIT
001503         THRU 3720-CHECK-ONE-LIMIT-EXIT
001504         UNTIL WS-LIM-EOF
001505
001506     CLOSE DL100-LIM-FILE
001507     .
001508 3710-FIND-ACCOUNT-LIMIT-EXIT.
001509     EXIT.
001510
001511 3720-CHECK-ONE-LIMIT.
001512     READ DL100-LIM-FILE
001513         AT END
001514             MOVE 'Y' TO WS-LIM-EOF-SW
001515         NOT AT END
001516             EVALUATE TRUE
001517                 WHEN DL100-LIM-ACCOUNT-NO EQUAL WS-MVT-ACCOUNT
001518                     MOVE DL100-LIM-SINGLE-MAX TO WS-SINGLE-MAX
001519                     MOVE DL100-LIM-DAILY-MAX TO WS-DAILY-MAX
001520                     MOVE 'Y' TO WS-ACCT-LIMIT-SW
001521                 WHEN DL100-LIM-DEFAULT
001522                  AND NOT WS-ACCT-LIMIT-SEEN
001523                     MOVE DL100-LIM-SINGLE-MAX TO WS-SINGLE-MAX
001524                     MOVE DL100-LIM-DAILY-MAX TO WS-DAILY-MAX
001525                 WHEN OTHER
001526                     CONTINUE
001527             END-EVALUATE
001528     END-READ
001529     .
001530 3720-CHECK-ONE-LIMIT-EXIT.
001531     EXIT.
001532
001533 3750-READ-DAY-TOTAL.
001534     MOVE 0 TO WS-DAY-TOTAL
001535     MOVE WS-PROC-DATE TO DL100-DTL-PROC-DATE
001536     MOVE WS-MVT-ACCOUNT TO DL100-DTL-ACCOUNT-NO
001537
001538     OPEN INPUT DL100-DTL-FILE
001539
001540     READ DL100-DTL-FILE
001541         INVALID KEY
001542             CONTINUE
001543         NOT INVALID KEY
001544             MOVE DL100-DTL-TOTAL-AMOUNT TO WS-DAY-TOTAL
001545     END-READ
001546
001547     CLOSE DL100-DTL-FILE
001548     .
001549 3750-READ-DAY-TOTAL-EXIT.
001550     EXIT.
001551
001552 3800-HOLD-FOR-APPROVAL.
001553     DISPLAY MYNAME ' OVER-LIMIT ' CA-TRAN-CODE
001554         ' FOR ACCOUNT ' WS-MVT-ACCOUNT
001555         ' - HELD FOR APPROVAL'
001556
001557     MOVE WS-NOW-TS TO DL100-PND-TIMESTAMP
001558     MOVE WS-PROC-DATE TO DL100-PND-PROC-DATE
001559     MOVE CA-TRAN-CODE TO DL100-PND-TRAN-CODE
001560     MOVE MY-TERM-ID TO DL100-PND-TERM-ID
001561     MOVE WS-SUBMIT-USER TO DL100-PND-USER-ID
001562     MOVE CA-CORR-ID TO DL100-PND-CORR-ID
001563     MOVE WS-MVT-ACCOUNT TO DL100-PND-ACCOUNT-NO
001564     MOVE WS-MVT-COUNTERPARTY TO DL100-PND-COUNTERPARTY
001565     MOVE WS-MVT-AMOUNT TO DL100-PND-AMOUNT
001566     SET DL100-PND-PENDING TO TRUE
001567     MOVE SPACES TO DL100-PND-DECIDED-BY
001568     MOVE SPACES TO DL100-PND-DECIDED-TS
001569
001570     OPEN EXTEND DL100-PND-FILE
001571     WRITE DL100-PND-RECORD
001572     CLOSE DL100-PND-FILE
001573     .
001574 3800-HOLD-FOR-APPROVAL-EXIT.
001575     EXIT.
001576
001577 3900-CHECK-FUNDS.
001578*    THE PAYING ACCOUNT MUST COVER THE WHOLE MOVEMENT - A BALANCE
001579*    THAT WOULD GO NEGATIVE REFUSES IT.
001580     MOVE 'N' TO WS-NSF-SW
001581     MOVE 'N' TO WS-ACCT-FOUND-SW
001582     MOVE 'N' TO WS-ACT-EOF-SW
001583     MOVE 0 TO WS-PAYER-BALANCE
001584
001585     OPEN INPUT DL100-ACT-FILE
001586
001587     PERFORM 3910-READ-ONE-BALANCE
001588         THRU 3910-READ-ONE-BALANCE-EXIT
001589         UNTIL WS-ACT-EOF
001590            OR WS-ACCT-FOUND
001591
001592     CLOSE DL100-ACT-FILE
001593
001594     IF WS-PAYER-BALANCE - WS-MVT-AMOUNT LESS THAN 0
001595         MOVE 'Y' TO WS-NSF-SW
001596     END-IF
001597     .
001598 3900-CHECK-FUNDS-EXIT.
001599     EXIT.
001600
001601 3910-READ-ONE-BALANCE.
001602     READ DL100-ACT-FILE
001603         AT END
001604             MOVE 'Y' TO WS-ACT-EOF-SW
001605         NOT AT END
001606             IF DL100-ACT-ACCOUNT-NO EQUAL WS-MVT-ACCOUNT
001607                 MOVE DL100-ACT-BALANCE TO WS-PAYER-BALANCE
001608                 MOVE 'Y' TO WS-ACCT-FOUND-SW
001609             END-IF
001610     END-READ
001611     .
001612 3910-READ-ONE-BALANCE-EXIT.
001613     EXIT.
001614
001615 3950-REFUSE-MOVEMENT.
001616     DISPLAY MYNAME ' INSUFFICIENT FUNDS ' CA-TRAN-CODE
001617         ' FOR ACCOUNT ' WS-MVT-ACCOUNT ' - REFUSED'
001618
001619     MOVE WS-NOW-TS TO DL100-NSF-TIMESTAMP
001620     MOVE MY-TERM-ID TO DL100-NSF-TERM-ID
001621     MOVE WS-SUBMIT-USER TO DL100-NSF-USER-ID
001622     MOVE MYNAME TO DL100-NSF-PROGRAM
001623     MOVE CA-TRAN-CODE TO DL100-NSF-TRAN-CODE
001624     MOVE CA-CORR-ID TO DL100-NSF-CORR-ID
001625     MOVE WS-MVT-ACCOUNT TO DL100-NSF-ACCOUNT-NO
001626     MOVE WS-MVT-AMOUNT TO DL100-NSF-AMOUNT
001627     MOVE WS-PAYER-BALANCE TO DL100-NSF-BALANCE
001628
001629     OPEN EXTEND DL100-NSF-FILE
001630     WRITE DL100-NSF-RECORD
001631     CLOSE DL100-NSF-FILE
001632     .
001633 3950-REFUSE-MOVEMENT-EXIT.
001634     EXIT.
001635
001636 4000-RECORD-MOVEMENT.
001637     MOVE WS-PROC-DATE TO DL100-PRC-PROC-DATE
001638     MOVE CA-TRAN-CODE TO DL100-PRC-TRAN-CODE
001639     MOVE WS-MVT-ACCOUNT TO DL100-PRC-ACCOUNT-NO
001640     MOVE WS-MVT-COUNTERPARTY TO DL100-PRC-COUNTERPARTY
001641     MOVE WS-MVT-AMOUNT TO DL100-PRC-AMOUNT
001642     MOVE CA-CORR-ID TO DL100-PRC-CORR-ID
001643     MOVE WS-NOW-TS TO DL100-PRC-TIMESTAMP
001644
001645     MOVE 'N' TO WS-ON-FILE-SW
001646
001647     OPEN I-O DL100-PRC-FILE
001648     WRITE DL100-PRC-RECORD
001649         INVALID KEY
001650             DISPLAY MYNAME ' DL100PRC ALREADY HOLDS TOKEN '
001651                 DL100-PRC-CORR-ID ' - NOT RECORDED TWICE'
001652             MOVE 'Y' TO WS-ON-FILE-SW
001653     END-WRITE
001654     CLOSE DL100-PRC-FILE
001655
001656*    THE TOKEN WAS RECORDED AND POSTED BEFORE - NOT POSTED AGAIN.
001657     IF WS-ON-FILE
001658         GO TO 4000-RECORD-MOVEMENT-EXIT
001659     END-IF
001660
001661     MOVE WS-NOW-TS TO DL100-TDT-TIMESTAMP
001662     MOVE WS-PROC-DATE TO DL100-TDT-PROC-DATE
001663     MOVE CA-TRAN-CODE TO DL100-TDT-TRAN-CODE
001664     MOVE CA-CORR-ID TO DL100-TDT-CORR-ID
001665     MOVE WS-SUBMIT-USER TO DL100-TDT-USER-ID
001666     MOVE WS-MVT-ACCOUNT TO DL100-TDT-ACCOUNT-NO
001667     MOVE WS-MVT-COUNTERPARTY TO DL100-TDT-COUNTERPARTY
001668     MOVE WS-MVT-AMOUNT TO DL100-TDT-AMOUNT
001669     SET DL100-TDT-UNEXTRACTED TO TRUE
001670     SET DL100-TDT-NOT-REVERSED TO TRUE
001671     MOVE SPACES TO DL100-TDT-ORIG-CORR-ID
001672
001673     OPEN EXTEND DL100-TDT-FILE
001674     WRITE DL100-TDT-RECORD
001675     CLOSE DL100-TDT-FILE
001676
001677     PERFORM 4200-UPDATE-DAY-TOTAL
001678         THRU 4200-UPDATE-DAY-TOTAL-EXIT
001679
001680     PERFORM 4500-POST-BALANCES
001681         THRU 4500-POST-BALANCES-EXIT
001682     .
001683 4000-RECORD-MOVEMENT-EXIT.
001684     EXIT.
001685
001686 4200-UPDATE-DAY-TOTAL.
001687     MOVE WS-PROC-DATE TO DL100-DTL-PROC-DATE
001688     MOVE WS-MVT-ACCOUNT TO DL100-DTL-ACCOUNT-NO
001689
001690     OPEN I-O DL100-DTL-FILE
001691
001692     READ DL100-DTL-FILE
001693         INVALID KEY
001694             MOVE 'N' TO WS-DTL-FOUND-SW
001695         NOT INVALID KEY
001696             MOVE 'Y' TO WS-DTL-FOUND-SW
001697     END-READ
001698
001699     IF WS-DTL-FOUND
001700         ADD WS-MVT-AMOUNT TO DL100-DTL-TOTAL-AMOUNT
001701         REWRITE DL100-DTL-RECORD
001702     ELSE
001703         MOVE WS-PROC-DATE TO DL100-DTL-PROC-DATE
001704         MOVE WS-MVT-ACCOUNT TO DL100-DTL-ACCOUNT-NO
001705         MOVE WS-MVT-AMOUNT TO DL100-DTL-TOTAL-AMOUNT
001706         WRITE DL100-DTL-RECORD
001707     END-IF
001708
001709     CLOSE DL100-DTL-FILE
001710     .
001711 4200-UPDATE-DAY-TOTAL-EXIT.
001712     EXIT.
001713
001714 4500-POST-BALANCES.
001715*    PAY1 ONLY DEBITS - THE PAYEE IS OUTSIDE THE MASTER.  XFR1
001716*    ALSO CREDITS THE TO-ACCOUNT CARRIED IN THE COUNTERPARTY.
001717     MOVE WS-MVT-ACCOUNT TO WS-DEBIT-ACCOUNT
001718     MOVE 'N' TO WS-DEBIT-DONE-SW
001719     MOVE 'N' TO WS-ACT-EOF-SW
001720
001721     IF CA-TRAN-CODE EQUAL TRAN-TRANSFER
001722         MOVE WS-MVT-COUNTERPARTY(1:10) TO WS-CREDIT-ACCOUNT
001723         MOVE 'N' TO WS-CREDIT-DONE-SW
001724     ELSE
001725         MOVE SPACES TO WS-CREDIT-ACCOUNT
001726         MOVE 'Y' TO WS-CREDIT-DONE-SW
001727     END-IF
001728
001729     OPEN I-O DL100-ACT-FILE
001730
001731     PERFORM 4600-POST-ONE-ACCOUNT
001732         THRU 4600-POST-ONE-ACCOUNT-EXIT
001733         UNTIL WS-ACT-EOF
001734            OR (WS-DEBIT-DONE AND WS-CREDIT-DONE)
001735
001736     CLOSE DL100-ACT-FILE
001737     .
001738 4500-POST-BALANCES-EXIT.
001739     EXIT.
001740
001741 4600-POST-ONE-ACCOUNT.
001742     READ DL100-ACT-FILE
001743         AT END
001744             MOVE 'Y' TO WS-ACT-EOF-SW
001745         NOT AT END
001746             MOVE 'N' TO WS-REWRITE-SW
001747             IF DL100-ACT-ACCOUNT-NO EQUAL WS-DEBIT-ACCOUNT
001748                AND NOT WS-DEBIT-DONE
001749                 SUBTRACT WS-MVT-AMOUNT FROM DL100-ACT-BALANCE
001750                 MOVE 'Y' TO WS-DEBIT-DONE-SW
001751                 MOVE 'Y' TO WS-REWRITE-SW
001752             END-IF
001753             IF DL100-ACT-ACCOUNT-NO EQUAL WS-CREDIT-ACCOUNT
001754                AND NOT WS-CREDIT-DONE
001755                 ADD WS-MVT-AMOUNT TO DL100-ACT-BALANCE
001756                 MOVE 'Y' TO WS-CREDIT-DONE-SW
001757                 MOVE 'Y' TO WS-REWRITE-SW
001758             END-IF
001759             IF WS-REWRITE
001760                 REWRITE DL100-ACT-RECORD
001761             END-IF
001762     END-READ
001763     .
001764 4600-POST-ONE-ACCOUNT-EXIT.
001765     EXIT.
001766
001767 5000-REJECT-ITEM.
001768*    THE REASON CODE IS SET BY THE CALLER; THE TEXT IS WHATEVER
001769*    IS IN CA-MESSAGE, AS AN ONLINE USER WOULD HAVE SEEN IT.
001770     MOVE WS-BATCH-ID TO DL100-BKR-BATCH-ID
001771     MOVE WS-ITEM-NO TO DL100-BKR-ITEM-NO
001772     MOVE DL100-BKI-ITEM-REF TO DL100-BKR-ITEM-REF
001773     MOVE CA-TRAN-CODE TO DL100-BKR-TRAN-CODE
001774     MOVE WS-MVT-ACCOUNT TO DL100-BKR-ACCOUNT-NO
001775     MOVE WS-ITEM-AMOUNT TO DL100-BKR-AMOUNT
001776     MOVE CA-CORR-ID TO DL100-BKR-CORR-ID
001777     MOVE CA-MESSAGE TO DL100-BKR-REASON-TEXT
001778
001779     OPEN EXTEND DL100-BKR-FILE
001780     WRITE DL100-BKR-RECORD
001781     CLOSE DL100-BKR-FILE
001782
001783     MOVE 'REJECTED' TO WS-ITEM-RESULT
001784     MOVE SPACES TO WS-ITEM-OUTCOME
001785     STRING 'REASON CODE ' DELIMITED BY SIZE
001786            DL100-BKR-REASON-CODE DELIMITED BY SIZE
001787         INTO WS-ITEM-OUTCOME
001788     END-STRING
001789     ADD 1 TO WS-REJECTED-COUNT
001790
001791     PERFORM 5500-WRITE-ITEM-LINE
001792         THRU 5500-WRITE-ITEM-LINE-EXIT
001793
001794     MOVE CA-MESSAGE TO DL-REASON-TEXT
001795     WRITE DL100-BLK-LINE FROM WS-REASON-LINE
001796     .
001797 5000-REJECT-ITEM-EXIT.
001798     EXIT.
001799
001800 5100-HOLD-ITEM.
001801*    THE OUTCOME TEXT IS SET BY THE CALLER.
001802     MOVE 'HELD' TO WS-ITEM-RESULT
001803     ADD 1 TO WS-HELD-COUNT
001804
001805     PERFORM 5500-WRITE-ITEM-LINE
001806         THRU 5500-WRITE-ITEM-LINE-EXIT
001807     .
001808 5100-HOLD-ITEM-EXIT.
001809     EXIT.
001810
001811 5500-WRITE-ITEM-LINE.
001812     MOVE SPACES TO WS-DETAIL-LINE
001813     MOVE WS-ITEM-NO TO DL-ITEM-NO
001814     MOVE DL100-BKI-ITEM-REF TO DL-ITEM-REF
001815     MOVE CA-TRAN-CODE TO DL-TRAN-CODE
001816     MOVE WS-MVT-ACCOUNT TO DL-ACCOUNT-NO
001817     MOVE WS-MVT-COUNTERPARTY TO DL-COUNTERPARTY
001818     MOVE WS-ITEM-AMOUNT TO DL-AMOUNT
001819     MOVE CA-CORR-ID TO DL-CORR-ID
001820     MOVE WS-ITEM-RESULT TO DL-RESULT
001821     MOVE WS-ITEM-OUTCOME TO DL-OUTCOME
001822
001823     WRITE DL100-BLK-LINE FROM WS-DETAIL-LINE
001824     .
001825 5500-WRITE-ITEM-LINE-EXIT.
001826     EXIT.
001827
001828 8000-SUMMARY.
001829     WRITE DL100-BLK-LINE FROM WS-RULE-LINE
001830
001831     MOVE 'RECORDS READ' TO DL-SUM-LABEL
001832     MOVE WS-READ-COUNT TO DL-SUM-COUNT
001833     WRITE DL100-BLK-LINE FROM WS-SUMMARY-LINE
001834
001835     MOVE 'INSTRUCTIONS RECEIVED' TO DL-SUM-LABEL
001836     MOVE WS-DETAIL-COUNT TO DL-SUM-COUNT
001837     WRITE DL100-BLK-LINE FROM WS-SUMMARY-LINE
001838
001839     MOVE 'TRAILER CONTROL COUNT' TO DL-SUM-LABEL
001840     MOVE WS-TRAILER-COUNT TO DL-SUM-COUNT
001841     WRITE DL100-BLK-LINE FROM WS-SUMMARY-LINE
001842
001843     MOVE 'INSTRUCTION AMOUNT TOTAL' TO DL-SUM-AMT-LABEL
001844     MOVE WS-DETAIL-AMOUNT TO DL-SUM-AMOUNT
001845     WRITE DL100-BLK-LINE FROM WS-SUMMARY-AMOUNT
001846
001847     MOVE 'TRAILER CONTROL AMOUNT' TO DL-SUM-AMT-LABEL
001848     MOVE WS-TRAILER-AMOUNT TO DL-SUM-AMOUNT
001849     WRITE DL100-BLK-LINE FROM WS-SUMMARY-AMOUNT
001850
001851     IF WS-REJECTED
001852         MOVE SPACES TO DL-RESULT-TEXT
001853         STRING 'FILE REFUSED - ' DELIMITED BY SIZE
001854                WS-REJECT-REASON DELIMITED BY SIZE
001855             INTO DL-RESULT-TEXT
001856         END-STRING
001857         WRITE DL100-BLK-LINE FROM WS-RESULT-LINE
001858         MOVE 'NOTHING POSTED - CTRL RECORD WRITTEN TO DL100BKR'
001859             TO DL-RESULT-TEXT
001860         WRITE DL100-BLK-LINE FROM WS-RESULT-LINE
001861         GO TO 8000-SUMMARY-EXIT
001862     END-IF
001863
001864     MOVE 'DONE BEFORE RESTART (SKIPPED)' TO DL-SUM-LABEL
001865     MOVE WS-SKIPPED-COUNT TO DL-SUM-COUNT
001866     WRITE DL100-BLK-LINE FROM WS-SUMMARY-LINE
001867
001868     MOVE 'WORKED THIS RUN' TO DL-SUM-LABEL
001869     MOVE WS-WORKED-COUNT TO DL-SUM-COUNT
001870     WRITE DL100-BLK-LINE FROM WS-SUMMARY-LINE
001871
001872     MOVE 'BATCH ACCEPTED' TO DL-SUM-LABEL
001873     MOVE WS-ACCEPTED-COUNT TO DL-SUM-COUNT
001874     WRITE DL100-BLK-LINE FROM WS-SUMMARY-LINE
001875
001876     MOVE 'BATCH REJECTED' TO DL-SUM-LABEL
001877     MOVE WS-REJECTED-COUNT TO DL-SUM-COUNT
001878     WRITE DL100-BLK-LINE FROM WS-SUMMARY-LINE
001879
001880     MOVE 'BATCH HELD' TO DL-SUM-LABEL
001881     MOVE WS-HELD-COUNT TO DL-SUM-COUNT
001882     WRITE DL100-BLK-LINE FROM WS-SUMMARY-LINE
001883
001884     MOVE 'BATCH AMOUNT ACCEPTED' TO DL-SUM-AMT-LABEL
001885     MOVE WS-ACCEPTED-AMOUNT TO DL-SUM-AMOUNT
001886     WRITE DL100-BLK-LINE FROM WS-SUMMARY-AMOUNT
001887
001888     MOVE 'BATCH COMPLETE - CHECKPOINT CLOSED' TO DL-RESULT-TEXT
001889     WRITE DL100-BLK-LINE FROM WS-RESULT-LINE
001890     .
001891 8000-SUMMARY-EXIT.
001892     EXIT.
001893
001894 9000-RUN-CONTROL-END.
001895*    A REFUSED FILE IS NOT A CLEAN END, SO THE JOB CAN BE RERUN
001896*    THE SAME DAY ONCE THE SUBMITTER RESENDS.
001897     SET DL100-RCP-FUNC-END TO TRUE
001898     MOVE 'DL100BLK' TO DL100-RCP-JOB-NAME
001899     MOVE WS-READ-COUNT TO DL100-RCP-INPUT-COUNT
001900     MOVE WS-WORKED-COUNT TO DL100-RCP-OUTPUT-COUNT
001901     IF WS-REJECTED
001902         MOVE 8 TO DL100-RCP-RETURN-CODE
001903     ELSE
001904         MOVE 0 TO DL100-RCP-RETURN-CODE
001905     END-IF
001906
001907     CALL 'DL100RNC' USING DL100-RCP-PARMS
001908     END-CALL
001909     .
001910 9000-RUN-CONTROL-END-EXIT.
001911     EXIT.
