000001*================================================================
000002* DL100EOD
000003*
000004* END-OF-DAY CLOSE OF THE PROCESSING DATE.
000005*
000006* CLOSES THE CURRENT PROCESSING DATE AND OPENS THE NEXT BUSINESS
000007* DAY ON THE DL100CAL CALENDAR.  THE DATE CLOSED IS THE ONE THE
000008* LAST CLOSE OPENED (DL100DCS); THE FIRST CLOSE TAKES THE LATEST
000009* BUSINESS DAY ON OR BEFORE THE CLOCK DATE, AS DL100RNC DOES.  THE
000010* CLOSE IS REFUSED (RETURN CODE 8, NOTHING CHANGED) WHEN THAT DATE
000011* HAS NOT STARTED YET, IS ALREADY CLOSED ON DL100RCF, OR HAS NO
000012* LATER BUSINESS DAY ON THE CALENDAR, OR WHEN THE DL100EOC CONTROL
000013* CARD IS INVALID.
000014*
000015* EVERY DL100PND OVER-LIMIT ENTRY AND DL100SUS SUSPECTED DUPLICATE
000016* STILL PENDING FOR THE CLOSED DATE OR EARLIER IS DISPOSED OF BY
000017* THE DL100EOC RULE FOR ITS QUEUE - EXPIRED (REJECTED, DECIDED BY
000018* DL100EOD) OR ROLLED FORWARD TO THE NEW DATE, STILL PENDING, WITH
000019* AN AGE LIMIT AFTER WHICH A ROLLED ENTRY EXPIRES - AND A DL100UNT
000020* NOTICE GOES TO THE USER WHO KEYED IT.  AN ENTRY ALREADY HELD
000021* FOR A LATER DATE IS LEFT ALONE.  THE REPORT LISTS EACH ENTRY
000022* DISPOSED OF AND GIVES THE COUNTS AND AMOUNTS BY QUEUE AND
000023* DISPOSITION.
000024*
000025* THE CLOSE IS RECORDED ON DL100RCF AS DL100EOD'S START AND CLEAN
000026* END RECORDS FOR THE CLOSED DATE.  THEY ARE POSTED HERE RATHER
000027* THAN THROUGH DL100RNC, WHOSE RUN DATE FOLLOWS THE CLOCK - A
000028* CLOSE RUN AFTER MIDNIGHT STILL BELONGS TO THE DAY IT CLOSES.
000029* DL100DCS IS THEN REWRITTEN WITH THE CLOSED AND NEWLY OPENED
000030* DATES SO PGMA0001 ASSIGNS LATE MOVEMENTS TO THE NEW DATE.  A
000031* RERUN AFTER A FAILURE CLOSES THE SAME DATE AGAIN; ENTRIES THE
000032* FAILED RUN ALREADY DISPOSED OF ARE NO LONGER PENDING FOR IT.
000033*
000034* MAINTENANCE HISTORY
000035* DATE       INIT   DESCRIPTION
000036* ---------- ------ ----------------------------------------------
000037* 2026-10-15 JFM    INITIAL VERSION.
000038*================================================================
000039 Identification Division.
000040 Program-ID. DL100EOD.
000041 Environment Division.
000042 Input-Output Section.
000043 File-Control.
000044     SELECT DL100-EOC-FILE ASSIGN TO DL100EOC
000045         ORGANIZATION IS SEQUENTIAL.
000046     SELECT DL100-DCS-FILE ASSIGN TO DL100DCS
000047         ORGANIZATION IS SEQUENTIAL.
000048     SELECT DL100-CAL-FILE ASSIGN TO DL100CAL
000049         ORGANIZATION IS SEQUENTIAL.
000050     SELECT DL100-RCF-FILE ASSIGN TO DL100RCF
000051         ORGANIZATION IS SEQUENTIAL.
000052     SELECT DL100-PND-FILE ASSIGN TO DL100PND
000053         ORGANIZATION IS SEQUENTIAL.
000054     SELECT DL100-SUS-FILE ASSIGN TO DL100SUS
000055         ORGANIZATION IS SEQUENTIAL.
000056     SELECT DL100-UNT-FILE ASSIGN TO DL100UNT
000057         ORGANIZATION IS SEQUENTIAL.
000058     SELECT DL100-EOD-RPT ASSIGN TO DL100EOD
000059         ORGANIZATION IS SEQUENTIAL.
000060
000061 Data Division.
000062 File Section.
000063 FD  DL100-EOC-FILE
000064     RECORDING MODE IS F.
000065     COPY DL100EOC.
000066
000067 FD  DL100-DCS-FILE
000068     RECORDING MODE IS F.
000069     COPY DL100DCS.
000070
000071 FD  DL100-CAL-FILE
000072     RECORDING MODE IS F.
000073     COPY DL100CAL.
000074
000075 FD  DL100-RCF-FILE
000076     RECORDING MODE IS F.
000077     COPY DL100RCT.
000078
000079 FD  DL100-PND-FILE
000080     RECORDING MODE IS F.
000081     COPY DL100PND.
000082
000083 FD  DL100-SUS-FILE
000084     RECORDING MODE IS F.
000085     COPY DL100SUS.
000086
000087 FD  DL100-UNT-FILE
000088     RECORDING MODE IS F.
000089     COPY DL100UNT.
000090
000091 FD  DL100-EOD-RPT
000092     RECORDING MODE IS F.
000093 01  DL100-EOD-LINE            PIC X(132).
000094
000095 Working-Storage Section.
000096
000097 01  CONSTANTS.
000098     05  MYNAME                PIC X(008) VALUE 'DL100EOD'.
000099
000100 01  WS-SWITCHES.
000101     05  WS-EOF-SW             PIC X(01) VALUE 'N'.
000102         88  WS-EOF                VALUE 'Y'.
000103     05  WS-CAL-EOF-SW         PIC X(01) VALUE 'N'.
000104         88  WS-CAL-EOF            VALUE 'Y'.
000105     05  WS-REFUSED-SW         PIC X(01) VALUE 'N'.
000106         88  WS-REFUSED            VALUE 'Y'.
000107     05  WS-OVER-AGE-SW        PIC X(01) VALUE 'N'.
000108         88  WS-OVER-AGE           VALUE 'Y'.
000109     05  WS-ACTION-SW          PIC X(01) VALUE 'J'.
000110         88  WS-EXPIRE             VALUE 'J'.
000111         88  WS-ROLL               VALUE 'F'.
000112
000113 01  WS-PND-RULE               PIC X(01) VALUE 'J'.
000114 01  WS-SUS-RULE               PIC X(01) VALUE 'J'.
000115 01  WS-MAX-AGE                PIC 9(03) VALUE 0.
000116
000117 01  WS-NOW-TS                 PIC X(26).
000118 01  WS-CLOCK-DATE             PIC X(08).
000119 01  WS-CLOSE-DATE             PIC X(08).
000120 01  WS-OPEN-DATE              PIC X(08).
000121 01  WS-BEST-DATE              PIC X(08).
000122 01  WS-CLOSE-DATE-N           PIC 9(08) VALUE 0.
000123 01  WS-DATE-N                 PIC 9(08).
000124 01  WS-AGE-DAYS               PIC S9(08) COMP VALUE 0.
000125 01  WS-REFUSE-REASON          PIC X(060) VALUE SPACES.
000126 01  WS-AMOUNT-ED              PIC Z,ZZZ,ZZ9.99.
000127
000128 01  WS-READ-COUNT             PIC S9(08) COMP VALUE 0.
000129 01  WS-SECTION-COUNT          PIC S9(08) COMP VALUE 0.
000130 01  WS-NOTICE-COUNT           PIC S9(08) COMP VALUE 0.
000131 01  WS-PND-EXPIRED-COUNT      PIC S9(08) COMP VALUE 0.
000132 01  WS-PND-ROLLED-COUNT       PIC S9(08) COMP VALUE 0.
000133 01  WS-SUS-EXPIRED-COUNT      PIC S9(08) COMP VALUE 0.
000134 01  WS-SUS-ROLLED-COUNT       PIC S9(08) COMP VALUE 0.
000135 01  WS-NOT-DUE-COUNT          PIC S9(08) COMP VALUE 0.
000136 01  WS-TOTAL-COUNT            PIC S9(08) COMP VALUE 0.
000137 01  WS-PND-EXPIRED-AMT        PIC 9(11)V99 VALUE 0.
000138 01  WS-PND-ROLLED-AMT         PIC 9(11)V99 VALUE 0.
000139 01  WS-SUS-EXPIRED-AMT        PIC 9(11)V99 VALUE 0.
000140 01  WS-SUS-ROLLED-AMT         PIC 9(11)V99 VALUE 0.
000141 01  WS-NOT-DUE-AMT            PIC 9(11)V99 VALUE 0.
000142 01  WS-TOTAL-AMT              PIC 9(11)V99 VALUE 0.
000143
000144*    THE ENTRY BEING DISPOSED OF, FROM WHICHEVER QUEUE IT CAME.
000145 01  WS-ITEM.
000146     05  WS-ITM-QUEUE          PIC X(08).
000147     05  WS-ITM-TIMESTAMP      PIC X(26).
000148     05  WS-ITM-PROC-DATE      PIC X(08).
000149     05  WS-ITM-TRAN-CODE      PIC X(04).
000150     05  WS-ITM-TERM-ID        PIC X(04).
000151     05  WS-ITM-USER-ID        PIC X(08).
000152     05  WS-ITM-CORR-ID        PIC X(16).
000153     05  WS-ITM-ACCOUNT-NO     PIC X(10).
000154     05  WS-ITM-COUNTERPARTY   PIC X(20).
000155     05  WS-ITM-AMOUNT         PIC 9(07)V99.
000156
000157 01  WS-HEADING-1.
000158     05  FILLER                PIC X(036) VALUE
000159         'DL100EOD - DAY CLOSE - CLOSED DATE '.
000160     05  DL-HDG-CLOSE-DATE     PIC X(08).
000161     05  FILLER                PIC X(026) VALUE
000162         ' - NEXT PROCESSING DATE '.
000163     05  DL-HDG-OPEN-DATE      PIC X(08).
000164     05  FILLER                PIC X(054) VALUE SPACES.
000165 01  WS-RULE-LINE              PIC X(132) VALUE ALL '-'.
000166
000167 01  WS-HEADING-RULES.
000168     05  FILLER                PIC X(019) VALUE
000169         'DL100PND AT CLOSE: '.
000170     05  DL-HDG-PND-RULE       PIC X(14).
000171     05  FILLER                PIC X(019) VALUE
000172         'DL100SUS AT CLOSE: '.
000173     05  DL-HDG-SUS-RULE       PIC X(14).
000174     05  FILLER                PIC X(040) VALUE
000175         'ROLL-FORWARD AGE LIMIT (DAYS, 0=NONE): '.
000176     05  DL-HDG-MAX-AGE        PIC ZZ9.
000177     05  FILLER                PIC X(023) VALUE SPACES.
000178
000179 01  WS-HEADING-2              PIC X(132) VALUE
000180     'SECTION 1 - DL100PND OVER-LIMIT ENTRIES PENDING AT CLOSE'.
000181 01  WS-HEADING-3              PIC X(132) VALUE
000182     'SECTION 2 - DL100SUS SUSPECTED DUPLICATES PENDING AT CLOSE'.
000183
000184 01  WS-HEADING-COLS.
000185     05  FILLER                PIC X(025) VALUE
000186         'HELD FOR CODE ACCOUNT    '.
000187     05  FILLER                PIC X(033) VALUE
000188         'COUNTERPARTY               AMOUNT'.
000189     05  FILLER                PIC X(028) VALUE
000190         ' USER     TOKEN'.
000191     05  FILLER                PIC X(046) VALUE
000192         'DISPOSITION'.
000193
000194 01  WS-DETAIL-LINE.
000195     05  DL-PROC-DATE          PIC X(08).
000196     05  FILLER                PIC X(01) VALUE SPACE.
000197     05  DL-TRAN-CODE          PIC X(04).
000198     05  FILLER                PIC X(01) VALUE SPACE.
000199     05  DL-ACCOUNT-NO         PIC X(10).
000200     05  FILLER                PIC X(01) VALUE SPACE.
000201     05  DL-COUNTERPARTY       PIC X(20).
000202     05  FILLER                PIC X(01) VALUE SPACE.
000203     05  DL-AMOUNT             PIC Z,ZZZ,ZZ9.99.
000204     05  FILLER                PIC X(01) VALUE SPACE.
000205     05  DL-USER-ID            PIC X(08).
000206     05  FILLER                PIC X(01) VALUE SPACE.
000207     05  DL-CORR-ID            PIC X(16).
000208     05  FILLER                PIC X(02) VALUE SPACES.
000209     05  DL-DISPOSITION        PIC X(25).
000210     05  DL-NEW-DATE           PIC X(08).
000211     05  FILLER                PIC X(13) VALUE SPACES.
000212
000213 01  WS-NONE-LINE              PIC X(132) VALUE
000214     '    (NONE)'.
000215
000216 01  WS-SUMMARY-HEADING.
000217     05  FILLER                PIC X(040) VALUE
000218         'DISPOSITION'.
000219     05  FILLER                PIC X(030) VALUE
000220         '    COUNT              AMOUNT'.
000221     05  FILLER                PIC X(062) VALUE SPACES.
000222
000223 01  WS-SUMMARY-LINE.
000224     05  DL-SUM-LABEL          PIC X(040).
000225     05  DL-SUM-COUNT          PIC Z,ZZZ,ZZ9.
000226     05  FILLER                PIC X(02) VALUE SPACES.
000227     05  DL-SUM-AMOUNT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
000228     05  FILLER                PIC X(063) VALUE SPACES.
000229
000230 Procedure Division.
000231 0000-MAINLINE.
000232     MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
000233     MOVE WS-NOW-TS(1:8) TO WS-CLOCK-DATE
000234
000235     PERFORM 0200-READ-CONTROL-CARD
000236         THRU 0200-READ-CONTROL-CARD-EXIT
000237
000238     IF NOT WS-REFUSED
000239         PERFORM 0300-FIND-CLOSE-DATE
000240             THRU 0300-FIND-CLOSE-DATE-EXIT
000241     END-IF
000242
000243     IF NOT WS-REFUSED
000244         PERFORM 0600-FIND-NEXT-DATE
000245             THRU 0600-FIND-NEXT-DATE-EXIT
000246     END-IF
000247
000248     IF NOT WS-REFUSED
000249         PERFORM 0700-CHECK-ALREADY-CLOSED
000250             THRU 0700-CHECK-ALREADY-CLOSED-EXIT
000251     END-IF
000252
000253     IF WS-REFUSED
000254         DISPLAY 'DL100EOD DAY CLOSE REFUSED - ' WS-REFUSE-REASON
000255         MOVE 8 TO RETURN-CODE
000256         GOBACK
000257     END-IF
000258
000259     PERFORM 0100-RUN-CONTROL-START
000260         THRU 0100-RUN-CONTROL-START-EXIT
000261
000262     OPEN OUTPUT DL100-EOD-RPT
000263     MOVE WS-CLOSE-DATE TO DL-HDG-CLOSE-DATE
000264     MOVE WS-OPEN-DATE TO DL-HDG-OPEN-DATE
000265     WRITE DL100-EOD-LINE FROM WS-HEADING-1
000266     PERFORM 0800-FORMAT-RULES
000267         THRU 0800-FORMAT-RULES-EXIT
000268     WRITE DL100-EOD-LINE FROM WS-HEADING-RULES
000269     WRITE DL100-EOD-LINE FROM WS-RULE-LINE
000270
000271     OPEN EXTEND DL100-UNT-FILE
000272
000273     PERFORM 1000-CLOSE-PENDING-APPROVALS
000274         THRU 1000-CLOSE-PENDING-APPROVALS-EXIT
000275
000276     PERFORM 2000-CLOSE-SUSPENSE
000277         THRU 2000-CLOSE-SUSPENSE-EXIT
000278
000279     CLOSE DL100-UNT-FILE
000280
000281     PERFORM 8000-SUMMARY
000282         THRU 8000-SUMMARY-EXIT
000283
000284     CLOSE DL100-EOD-RPT
000285
000286     PERFORM 8500-OPEN-NEXT-DATE
000287         THRU 8500-OPEN-NEXT-DATE-EXIT
000288
000289     DISPLAY 'DL100EOD CLOSED ' WS-CLOSE-DATE
000290         ' - NEXT PROCESSING DATE ' WS-OPEN-DATE
000291
000292     PERFORM 9000-RUN-CONTROL-END
000293         THRU 9000-RUN-CONTROL-END-EXIT
000294
000295     GOBACK
000296     .
000297
000298 0100-RUN-CONTROL-START.
000299     MOVE WS-CLOSE-DATE TO DL100-RCT-RUN-DATE
000300     MOVE MYNAME TO DL100-RCT-JOB-NAME
000301     SET DL100-RCT-START-REC TO TRUE
000302     MOVE WS-NOW-TS TO DL100-RCT-TIMESTAMP
000303     MOVE 0 TO DL100-RCT-INPUT-COUNT
000304     MOVE 0 TO DL100-RCT-OUTPUT-COUNT
000305     MOVE 0 TO DL100-RCT-RETURN-CODE
000306
000307     OPEN EXTEND DL100-RCF-FILE
000308     WRITE DL100-RCT-RECORD
000309     CLOSE DL100-RCF-FILE
000310     .
000311 0100-RUN-CONTROL-START-EXIT.
000312     EXIT.
000313
000314 0200-READ-CONTROL-CARD.
000315     OPEN INPUT DL100-EOC-FILE
000316
000317     READ DL100-EOC-FILE
000318         AT END
000319             DISPLAY 'DL100EOD NO DL100EOC CONTROL CARD - ENTRIES'
000320                 ' PENDING AT CLOSE WILL BE EXPIRED'
000321         NOT AT END
000322             PERFORM 0250-TAKE-CONTROL-CARD
000323                 THRU 0250-TAKE-CONTROL-CARD-EXIT
000324     END-READ
000325
000326     CLOSE DL100-EOC-FILE
000327     .
000328 0200-READ-CONTROL-CARD-EXIT.
000329     EXIT.
000330
000331 0250-TAKE-CONTROL-CARD.
000332     IF DL100-EOC-PND-RULE NOT EQUAL SPACE
000333         IF NOT DL100-EOC-PND-EXPIRE
000334            AND NOT DL100-EOC-PND-ROLL
000335             MOVE 'INVALID DL100PND RULE ON DL100EOC'
000336                 TO WS-REFUSE-REASON
000337             MOVE 'Y' TO WS-REFUSED-SW
000338             GO TO 0250-TAKE-CONTROL-CARD-EXIT
000339         END-IF
000340         MOVE DL100-EOC-PND-RULE TO WS-PND-RULE
000341     END-IF
000342
000343     IF DL100-EOC-SUS-RULE NOT EQUAL SPACE
000344         IF NOT DL100-EOC-SUS-EXPIRE
000345            AND NOT DL100-EOC-SUS-ROLL
000346             MOVE 'INVALID DL100SUS RULE ON DL100EOC'
000347                 TO WS-REFUSE-REASON
000348             MOVE 'Y' TO WS-REFUSED-SW
000349             GO TO 0250-TAKE-CONTROL-CARD-EXIT
000350         END-IF
000351         MOVE DL100-EOC-SUS-RULE TO WS-SUS-RULE
000352     END-IF
000353
000354     IF DL100-EOC-MAX-AGE EQUAL SPACES
000355         MOVE 0 TO WS-MAX-AGE
000356     ELSE
000357         IF DL100-EOC-MAX-AGE NOT NUMERIC
000358             MOVE 'AGE LIMIT ON DL100EOC NOT NUMERIC'
000359                 TO WS-REFUSE-REASON
000360             MOVE 'Y' TO WS-REFUSED-SW
000361             GO TO 0250-TAKE-CONTROL-CARD-EXIT
000362         END-IF
000363         MOVE DL100-EOC-MAX-AGE TO WS-MAX-AGE
000364     END-IF
000365     .
000366 0250-TAKE-CONTROL-CARD-EXIT.
000367     EXIT.
000368
000369 0300-FIND-CLOSE-DATE.
000370     MOVE SPACES TO WS-CLOSE-DATE
000371
000372     OPEN INPUT DL100-DCS-FILE
000373     READ DL100-DCS-FILE
000374         AT END
000375             CONTINUE
000376         NOT AT END
000377             MOVE DL100-DCS-OPEN-DATE TO WS-CLOSE-DATE
000378     END-READ
000379     CLOSE DL100-DCS-FILE
000380
000381     IF WS-CLOSE-DATE EQUAL SPACES
000382         PERFORM 0500-RESOLVE-PROC-DATE
000383             THRU 0500-RESOLVE-PROC-DATE-EXIT
000384     END-IF
000385
000386     IF WS-CLOSE-DATE GREATER THAN WS-CLOCK-DATE
000387         STRING 'PROCESSING DATE ' DELIMITED BY SIZE
000388                WS-CLOSE-DATE      DELIMITED BY SIZE
000389                ' HAS NOT STARTED YET' DELIMITED BY SIZE
000390             INTO WS-REFUSE-REASON
000391         MOVE 'Y' TO WS-REFUSED-SW
000392         GO TO 0300-FIND-CLOSE-DATE-EXIT
000393     END-IF
000394
000395     IF WS-CLOSE-DATE NUMERIC
000396         MOVE WS-CLOSE-DATE TO WS-CLOSE-DATE-N
000397     END-IF
000398     .
000399 0300-FIND-CLOSE-DATE-EXIT.
000400     EXIT.
000401
000402 0500-RESOLVE-PROC-DATE.
000403*    FIRST CLOSE - SAME RULE AS DL100RNC: THE LATEST BUSINESS DAY
000404*    ON OR BEFORE THE CLOCK DATE; AN EMPTY OR MISSING CALENDAR
000405*    FALLS BACK TO THE CLOCK DATE.
000406     MOVE WS-CLOCK-DATE TO WS-CLOSE-DATE
000407     MOVE SPACES TO WS-BEST-DATE
000408     MOVE 'N' TO WS-CAL-EOF-SW
000409
000410     OPEN INPUT DL100-CAL-FILE
000411
000412     PERFORM 0550-SCAN-ONE-CAL-DAY
000413         THRU 0550-SCAN-ONE-CAL-DAY-EXIT
000414         UNTIL WS-CAL-EOF
000415
000416     CLOSE DL100-CAL-FILE
000417
000418     IF WS-BEST-DATE NOT EQUAL SPACES
000419         MOVE WS-BEST-DATE TO WS-CLOSE-DATE
000420     END-IF
000421     .
000422 0500-RESOLVE-PROC-DATE-EXIT.
000423     EXIT.
000424
000425 0550-SCAN-ONE-CAL-DAY.
000426     READ DL100-CAL-FILE
000427         AT END
000428             MOVE 'Y' TO WS-CAL-EOF-SW
000429         NOT AT END
000430             IF DL100-CAL-BUSINESS
000431                AND DL100-CAL-DATE
000432                        NOT GREATER THAN WS-CLOCK-DATE
000433                AND DL100-CAL-DATE GREATER THAN WS-BEST-DATE
000434                 MOVE DL100-CAL-DATE TO WS-BEST-DATE
000435             END-IF
000436     END-READ
000437     .
000438 0550-SCAN-ONE-CAL-DAY-EXIT.
000439     EXIT.
000440
000441 0600-FIND-NEXT-DATE.
000442*    THE NEXT PROCESSING DATE IS THE FIRST BUSINESS DAY AFTER THE
000443*    DATE BEING CLOSED.  THE CALENDAR MUST REACH THAT FAR.
000444     MOVE SPACES TO WS-OPEN-DATE
000445     MOVE 'N' TO WS-CAL-EOF-SW
000446
000447     OPEN INPUT DL100-CAL-FILE
000448
000449     PERFORM 0650-CHECK-ONE-CAL-DAY
000450         THRU 0650-CHECK-ONE-CAL-DAY-EXIT
000451         UNTIL WS-CAL-EOF
000452
000453     CLOSE DL100-CAL-FILE
000454
000455     IF WS-OPEN-DATE EQUAL SPACES
000456         STRING 'NO BUSINESS DAY AFTER ' DELIMITED BY SIZE
000457                WS-CLOSE-DATE            DELIMITED BY SIZE
000458                ' ON DL100CAL'           DELIMITED BY SIZE
000459             INTO WS-REFUSE-REASON
000460         MOVE 'Y' TO WS-REFUSED-SW
000461     END-IF
000462     .
000463 0600-FIND-NEXT-DATE-EXIT.
000464     EXIT.
000465
000466 0650-CHECK-ONE-CAL-DAY.
000467     READ DL100-CAL-FILE
000468         AT END
000469             MOVE 'Y' TO WS-CAL-EOF-SW
000470         NOT AT END
000471             IF DL100-CAL-BUSINESS
000472                AND DL100-CAL-DATE GREATER THAN WS-CLOSE-DATE
000473                AND (WS-OPEN-DATE EQUAL SPACES
000474                     OR DL100-CAL-DATE LESS THAN WS-OPEN-DATE)
000475                 MOVE DL100-CAL-DATE TO WS-OPEN-DATE
000476             END-IF
000477     END-READ
000478     .
000479 0650-CHECK-ONE-CAL-DAY-EXIT.
000480     EXIT.
000481
000482 0700-CHECK-ALREADY-CLOSED.
000483     MOVE 'N' TO WS-EOF-SW
000484
000485     OPEN INPUT DL100-RCF-FILE
000486
000487     PERFORM 0750-CHECK-ONE-RUN-RECORD
000488         THRU 0750-CHECK-ONE-RUN-RECORD-EXIT
000489         UNTIL WS-EOF
000490
000491     CLOSE DL100-RCF-FILE
000492     .
000493 0700-CHECK-ALREADY-CLOSED-EXIT.
000494     EXIT.
000495
000496 0750-CHECK-ONE-RUN-RECORD.
000497     READ DL100-RCF-FILE
000498         AT END
000499             MOVE 'Y' TO WS-EOF-SW
000500         NOT AT END
000501             IF DL100-RCT-RUN-DATE EQUAL WS-CLOSE-DATE
000502                AND DL100-RCT-JOB-NAME EQUAL MYNAME
000503                AND DL100-RCT-END-REC
000504                AND DL100-RCT-RETURN-CODE EQUAL 0
000505                 STRING 'PROCESSING DATE ' DELIMITED BY SIZE
000506                        WS-CLOSE-DATE      DELIMITED BY SIZE
000507                        ' IS ALREADY CLOSED' DELIMITED BY SIZE
000508                     INTO WS-REFUSE-REASON
000509                 MOVE 'Y' TO WS-REFUSED-SW
000510                 MOVE 'Y' TO WS-EOF-SW
000511             END-IF
000512     END-READ
000513     .
000514 0750-CHECK-ONE-RUN-RECORD-EXIT.
000515     EXIT.
000516
000517 0800-FORMAT-RULES.
000518     IF WS-PND-RULE EQUAL 'F'
000519         MOVE 'ROLL FORWARD' TO DL-HDG-PND-RULE
000520     ELSE
000521         MOVE 'EXPIRE' TO DL-HDG-PND-RULE
000522     END-IF
000523
000524     IF WS-SUS-RULE EQUAL 'F'
000525         MOVE 'ROLL FORWARD' TO DL-HDG-SUS-RULE
000526     ELSE
000527         MOVE 'EXPIRE' TO DL-HDG-SUS-RULE
000528     END-IF
000529
000530     MOVE WS-MAX-AGE TO DL-HDG-MAX-AGE
000531     .
000532 0800-FORMAT-RULES-EXIT.
000533     EXIT.
000534
000535 1000-CLOSE-PENDING-APPROVALS.
000536     WRITE DL100-EOD-LINE FROM WS-HEADING-2
000537     WRITE DL100-EOD-LINE FROM WS-HEADING-COLS
000538
000539     MOVE 0 TO WS-SECTION-COUNT
000540     MOVE 'N' TO WS-EOF-SW
000541
000542     OPEN I-O DL100-PND-FILE
000543
000544     PERFORM 1100-CLOSE-ONE-PENDING
000545         THRU 1100-CLOSE-ONE-PENDING-EXIT
000546         UNTIL WS-EOF
000547
000548     CLOSE DL100-PND-FILE
000549
000550     IF WS-SECTION-COUNT EQUAL 0
000551         WRITE DL100-EOD-LINE FROM WS-NONE-LINE
000552     END-IF
000553     .
000554 1000-CLOSE-PENDING-APPROVALS-EXIT.
000555     EXIT.
000556
000557 1100-CLOSE-ONE-PENDING.
000558     READ DL100-PND-FILE
000559         AT END
000560             MOVE 'Y' TO WS-EOF-SW
000561         NOT AT END
000562             ADD 1 TO WS-READ-COUNT
000563             IF DL100-PND-PENDING
000564                 PERFORM 1200-DISPOSE-PENDING
000565                     THRU 1200-DISPOSE-PENDING-EXIT
000566             END-IF
000567     END-READ
000568     .
000569 1100-CLOSE-ONE-PENDING-EXIT.
000570     EXIT.
000571
000572 1200-DISPOSE-PENDING.
000573     IF DL100-PND-PROC-DATE GREATER THAN WS-CLOSE-DATE
000574         ADD 1 TO WS-NOT-DUE-COUNT
000575         ADD DL100-PND-AMOUNT TO WS-NOT-DUE-AMT
000576         GO TO 1200-DISPOSE-PENDING-EXIT
000577     END-IF
000578
000579     MOVE 'DL100PND' TO WS-ITM-QUEUE
000580     MOVE DL100-PND-TIMESTAMP TO WS-ITM-TIMESTAMP
000581     MOVE DL100-PND-PROC-DATE TO WS-ITM-PROC-DATE
000582     MOVE DL100-PND-TRAN-CODE TO WS-ITM-TRAN-CODE
000583     MOVE DL100-PND-TERM-ID TO WS-ITM-TERM-ID
000584     MOVE DL100-PND-USER-ID TO WS-ITM-USER-ID
000585     MOVE DL100-PND-CORR-ID TO WS-ITM-CORR-ID
000586     MOVE DL100-PND-ACCOUNT-NO TO WS-ITM-ACCOUNT-NO
000587     MOVE DL100-PND-COUNTERPARTY TO WS-ITM-COUNTERPARTY
000588     MOVE DL100-PND-AMOUNT TO WS-ITM-AMOUNT
000589
000590     MOVE WS-PND-RULE TO WS-ACTION-SW
000591     PERFORM 3000-APPLY-AGE-LIMIT
000592         THRU 3000-APPLY-AGE-LIMIT-EXIT
000593
000594     IF WS-ROLL
000595         MOVE WS-OPEN-DATE TO DL100-PND-PROC-DATE
000596         ADD 1 TO WS-PND-ROLLED-COUNT
000597         ADD DL100-PND-AMOUNT TO WS-PND-ROLLED-AMT
000598     ELSE
000599         SET DL100-PND-REJECTED TO TRUE
000600         MOVE MYNAME TO DL100-PND-DECIDED-BY
000601         MOVE WS-NOW-TS TO DL100-PND-DECIDED-TS
000602         ADD 1 TO WS-PND-EXPIRED-COUNT
000603         ADD DL100-PND-AMOUNT TO WS-PND-EXPIRED-AMT
000604     END-IF
000605
000606     REWRITE DL100-PND-RECORD
000607
000608     PERFORM 4000-WRITE-NOTICE
000609         THRU 4000-WRITE-NOTICE-EXIT
000610
000611     PERFORM 5000-LIST-ITEM
000612         THRU 5000-LIST-ITEM-EXIT
000613     .
000614 1200-DISPOSE-PENDING-EXIT.
000615     EXIT.
000616
000617 2000-CLOSE-SUSPENSE.
000618     MOVE SPACES TO DL100-EOD-LINE
000619     WRITE DL100-EOD-LINE
000620     WRITE DL100-EOD-LINE FROM WS-HEADING-3
000621     WRITE DL100-EOD-LINE FROM WS-HEADING-COLS
000622
000623     MOVE 0 TO WS-SECTION-COUNT
000624     MOVE 'N' TO WS-EOF-SW
000625
000626     OPEN I-O DL100-SUS-FILE
000627
000628     PERFORM 2100-CLOSE-ONE-SUSPENSE
000629         THRU 2100-CLOSE-ONE-SUSPENSE-EXIT
000630         UNTIL WS-EOF
000631
000632     CLOSE DL100-SUS-FILE
000633
000634     IF WS-SECTION-COUNT EQUAL 0
000635         WRITE DL100-EOD-LINE FROM WS-NONE-LINE
000636     END-IF
000637     .
000638 2000-CLOSE-SUSPENSE-EXIT.
000639     EXIT.
000640
000641 2100-CLOSE-ONE-SUSPENSE.
000642     READ DL100-SUS-FILE
000643         AT END
000644             MOVE 'Y' TO WS-EOF-SW
000645         NOT AT END
000646             ADD 1 TO WS-READ-COUNT
000647             IF DL100-SUS-PENDING
000648                 PERFORM 2200-DISPOSE-SUSPENSE
000649                     THRU 2200-DISPOSE-SUSPENSE-EXIT
000650             END-IF
000651     END-READ
000652     .
000653 2100-CLOSE-ONE-SUSPENSE-EXIT.
000654     EXIT.
000655
000656 2200-DISPOSE-SUSPENSE.
000657     IF DL100-SUS-PROC-DATE GREATER THAN WS-CLOSE-DATE
000658         ADD 1 TO WS-NOT-DUE-COUNT
000659         ADD DL100-SUS-AMOUNT TO WS-NOT-DUE-AMT
000660         GO TO 2200-DISPOSE-SUSPENSE-EXIT
000661     END-IF
000662
000663     MOVE 'DL100SUS' TO WS-ITM-QUEUE
000664     MOVE DL100-SUS-TIMESTAMP TO WS-ITM-TIMESTAMP
000665     MOVE DL100-SUS-PROC-DATE TO WS-ITM-PROC-DATE
000666     MOVE DL100-SUS-TRAN-CODE TO WS-ITM-TRAN-CODE
000667     MOVE DL100-SUS-TERM-ID TO WS-ITM-TERM-ID
000668     MOVE DL100-SUS-USER-ID TO WS-ITM-USER-ID
000669     MOVE DL100-SUS-CORR-ID TO WS-ITM-CORR-ID
000670     MOVE DL100-SUS-ACCOUNT-NO TO WS-ITM-ACCOUNT-NO
000671     MOVE DL100-SUS-COUNTERPARTY TO WS-ITM-COUNTERPARTY
000672     MOVE DL100-SUS-AMOUNT TO WS-ITM-AMOUNT
000673
000674     MOVE WS-SUS-RULE TO WS-ACTION-SW
000675     PERFORM 3000-APPLY-AGE-LIMIT
000676         THRU 3000-APPLY-AGE-LIMIT-EXIT
000677
000678     IF WS-ROLL
000679         MOVE WS-OPEN-DATE TO DL100-SUS-PROC-DATE
000680         ADD 1 TO WS-SUS-ROLLED-COUNT
000681         ADD DL100-SUS-AMOUNT TO WS-SUS-ROLLED-AMT
000682     ELSE
000683         SET DL100-SUS-REJECTED TO TRUE
000684         MOVE MYNAME TO DL100-SUS-DECIDED-BY
000685         MOVE WS-NOW-TS TO DL100-SUS-DECIDED-TS
000686         ADD 1 TO WS-SUS-EXPIRED-COUNT
000687         ADD DL100-SUS-AMOUNT TO WS-SUS-EXPIRED-AMT
000688     END-IF
000689
000690     REWRITE DL100-SUS-RECORD
000691
000692     PERFORM 4000-WRITE-NOTICE
000693         THRU 4000-WRITE-NOTICE-EXIT
000694
000695     PERFORM 5000-LIST-ITEM
000696         THRU 5000-LIST-ITEM-EXIT
000697     .
000698 2200-DISPOSE-SUSPENSE-EXIT.
000699     EXIT.
000700
000701 3000-APPLY-AGE-LIMIT.
000702*    A ROLLED-FORWARD ENTRY FIRST HELD MORE THAN THE AGE LIMIT
000703*    BEFORE THE CLOSED DATE EXPIRES INSTEAD OF ROLLING AGAIN.
000704     MOVE 'N' TO WS-OVER-AGE-SW
000705
000706     IF NOT WS-ROLL
000707        OR WS-MAX-AGE EQUAL 0
000708        OR WS-CLOSE-DATE-N EQUAL 0
000709        OR WS-ITM-TIMESTAMP(1:8) NOT NUMERIC
000710         GO TO 3000-APPLY-AGE-LIMIT-EXIT
000711     END-IF
000712
000713     MOVE WS-ITM-TIMESTAMP(1:8) TO WS-DATE-N
000714     COMPUTE WS-AGE-DAYS =
000715         FUNCTION INTEGER-OF-DATE (WS-CLOSE-DATE-N)
000716       - FUNCTION INTEGER-OF-DATE (WS-DATE-N)
000717
000718     IF WS-AGE-DAYS GREATER THAN WS-MAX-AGE
000719         MOVE 'Y' TO WS-OVER-AGE-SW
000720         SET WS-EXPIRE TO TRUE
000721     END-IF
000722     .
000723 3000-APPLY-AGE-LIMIT-EXIT.
000724     EXIT.
000725
000726 4000-WRITE-NOTICE.
000727     MOVE WS-NOW-TS TO DL100-UNT-TIMESTAMP
000728     MOVE WS-ITM-USER-ID TO DL100-UNT-USER-ID
000729     MOVE WS-ITM-TERM-ID TO DL100-UNT-TERM-ID
000730     MOVE WS-ITM-QUEUE TO DL100-UNT-QUEUE
000731     MOVE WS-ACTION-SW TO DL100-UNT-ACTION-SW
000732     MOVE WS-ITM-PROC-DATE TO DL100-UNT-PROC-DATE
000733     MOVE WS-ITM-TRAN-CODE TO DL100-UNT-TRAN-CODE
000734     MOVE WS-ITM-CORR-ID TO DL100-UNT-CORR-ID
000735     MOVE WS-ITM-ACCOUNT-NO TO DL100-UNT-ACCOUNT-NO
000736     MOVE WS-ITM-COUNTERPARTY TO DL100-UNT-COUNTERPARTY
000737     MOVE WS-ITM-AMOUNT TO DL100-UNT-AMOUNT
000738     MOVE WS-ITM-AMOUNT TO WS-AMOUNT-ED
000739     MOVE SPACES TO DL100-UNT-MESSAGE
000740
000741     IF WS-ROLL
000742         MOVE WS-OPEN-DATE TO DL100-UNT-NEW-PROC-DATE
000743         STRING WS-ITM-TRAN-CODE      DELIMITED BY SIZE
000744                ' '                   DELIMITED BY SIZE
000745                WS-ITM-ACCOUNT-NO     DELIMITED BY SIZE
000746                ' '                   DELIMITED BY SIZE
000747                WS-AMOUNT-ED          DELIMITED BY SIZE
000748                ' HELD '              DELIMITED BY SIZE
000749                WS-ITM-PROC-DATE      DELIMITED BY SIZE
000750                ' - STILL PENDING, MOVED TO ' DELIMITED BY SIZE
000751                WS-OPEN-DATE          DELIMITED BY SIZE
000752             INTO DL100-UNT-MESSAGE
000753     ELSE
000754         MOVE SPACES TO DL100-UNT-NEW-PROC-DATE
000755         STRING WS-ITM-TRAN-CODE      DELIMITED BY SIZE
000756                ' '                   DELIMITED BY SIZE
000757                WS-ITM-ACCOUNT-NO     DELIMITED BY SIZE
000758                ' '                   DELIMITED BY SIZE
000759                WS-AMOUNT-ED          DELIMITED BY SIZE
000760                ' HELD '              DELIMITED BY SIZE
000761                WS-ITM-PROC-DATE      DELIMITED BY SIZE
000762                ' - EXPIRED AT DAY CLOSE, NOT PROCESSED'
000763                                      DELIMITED BY SIZE
000764             INTO DL100-UNT-MESSAGE
000765     END-IF
000766
000767     WRITE DL100-UNT-RECORD
000768     ADD 1 TO WS-NOTICE-COUNT
000769     .
000770 4000-WRITE-NOTICE-EXIT.
000771     EXIT.
000772
000773 5000-LIST-ITEM.
000774     ADD 1 TO WS-SECTION-COUNT
000775
000776     MOVE SPACES TO WS-DETAIL-LINE
000777     MOVE WS-ITM-PROC-DATE TO DL-PROC-DATE
000778     MOVE WS-ITM-TRAN-CODE TO DL-TRAN-CODE
000779     MOVE WS-ITM-ACCOUNT-NO TO DL-ACCOUNT-NO
000780     MOVE WS-ITM-COUNTERPARTY TO DL-COUNTERPARTY
000781     MOVE WS-ITM-AMOUNT TO DL-AMOUNT
000782     MOVE WS-ITM-USER-ID TO DL-USER-ID
000783     MOVE WS-ITM-CORR-ID TO DL-CORR-ID
000784
000785     EVALUATE TRUE
000786         WHEN WS-ROLL
000787             MOVE 'ROLLED FORWARD TO' TO DL-DISPOSITION
000788             MOVE WS-OPEN-DATE TO DL-NEW-DATE
000789         WHEN WS-OVER-AGE
000790             MOVE 'EXPIRED - OVER AGE LIMIT' TO DL-DISPOSITION
000791         WHEN OTHER
000792             MOVE 'EXPIRED' TO DL-DISPOSITION
000793     END-EVALUATE
000794
000795     WRITE DL100-EOD-LINE FROM WS-DETAIL-LINE
000796     .
000797 5000-LIST-ITEM-EXIT.
000798     EXIT.
000799
000800 8000-SUMMARY.
000801     WRITE DL100-EOD-LINE FROM WS-RULE-LINE
000802     WRITE DL100-EOD-LINE FROM WS-SUMMARY-HEADING
000803
000804     MOVE 'DL100PND OVER-LIMIT - EXPIRED' TO DL-SUM-LABEL
000805     MOVE WS-PND-EXPIRED-COUNT TO DL-SUM-COUNT
000806     MOVE WS-PND-EXPIRED-AMT TO DL-SUM-AMOUNT
000807     WRITE DL100-EOD-LINE FROM WS-SUMMARY-LINE
000808     MOVE 'DL100PND OVER-LIMIT - ROLLED FORWARD' TO DL-SUM-LABEL
000809     MOVE WS-PND-ROLLED-COUNT TO DL-SUM-COUNT
000810     MOVE WS-PND-ROLLED-AMT TO DL-SUM-AMOUNT
000811     WRITE DL100-EOD-LINE FROM WS-SUMMARY-LINE
000812     MOVE 'DL100SUS DUPLICATE - EXPIRED' TO DL-SUM-LABEL
000813     MOVE WS-SUS-EXPIRED-COUNT TO DL-SUM-COUNT
000814     MOVE WS-SUS-EXPIRED-AMT TO DL-SUM-AMOUNT
000815     WRITE DL100-EOD-LINE FROM WS-SUMMARY-LINE
000816     MOVE 'DL100SUS DUPLICATE - ROLLED FORWARD' TO DL-SUM-LABEL
000817     MOVE WS-SUS-ROLLED-COUNT TO DL-SUM-COUNT
000818     MOVE WS-SUS-ROLLED-AMT TO DL-SUM-AMOUNT
000819     WRITE DL100-EOD-LINE FROM WS-SUMMARY-LINE
000820
000821     COMPUTE WS-TOTAL-COUNT =
000822         WS-PND-EXPIRED-COUNT + WS-SUS-EXPIRED-COUNT
000823     COMPUTE WS-TOTAL-AMT =
000824         WS-PND-EXPIRED-AMT + WS-SUS-EXPIRED-AMT
000825     MOVE 'TOTAL EXPIRED' TO DL-SUM-LABEL
000826     MOVE WS-TOTAL-COUNT TO DL-SUM-COUNT
000827     MOVE WS-TOTAL-AMT TO DL-SUM-AMOUNT
000828     WRITE DL100-EOD-LINE FROM WS-SUMMARY-LINE
000829
000830     COMPUTE WS-TOTAL-COUNT =
000831         WS-PND-ROLLED-COUNT + WS-SUS-ROLLED-COUNT
000832     COMPUTE WS-TOTAL-AMT =
000833         WS-PND-ROLLED-AMT + WS-SUS-ROLLED-AMT
000834     MOVE 'TOTAL ROLLED FORWARD' TO DL-SUM-LABEL
000835     MOVE WS-TOTAL-COUNT TO DL-SUM-COUNT
000836     MOVE WS-TOTAL-AMT TO DL-SUM-AMOUNT
000837     WRITE DL100-EOD-LINE FROM WS-SUMMARY-LINE
000838
000839     MOVE 'ALREADY HELD FOR A LATER DATE' TO DL-SUM-LABEL
000840     MOVE WS-NOT-DUE-COUNT TO DL-SUM-COUNT
000841     MOVE WS-NOT-DUE-AMT TO DL-SUM-AMOUNT
000842     WRITE DL100-EOD-LINE FROM WS-SUMMARY-LINE
000843
000844     MOVE SPACES TO WS-SUMMARY-LINE
000845     MOVE 'USER NOTICES WRITTEN' TO DL-SUM-LABEL
000846     MOVE WS-NOTICE-COUNT TO DL-SUM-COUNT
000847     WRITE DL100-EOD-LINE FROM WS-SUMMARY-LINE
000848     .
000849 8000-SUMMARY-EXIT.
000850     EXIT.
000851
000852 8500-OPEN-NEXT-DATE.
000853     MOVE WS-CLOSE-DATE TO DL100-DCS-CLOSED-DATE
000854     MOVE WS-OPEN-DATE TO DL100-DCS-OPEN-DATE
000855     MOVE WS-NOW-TS TO DL100-DCS-CLOSED-TS
000856
000857     OPEN OUTPUT DL100-DCS-FILE
000858     WRITE DL100-DCS-RECORD
000859     CLOSE DL100-DCS-FILE
000860     .
000861 8500-OPEN-NEXT-DATE-EXIT.
000862     EXIT.
000863
000864 9000-RUN-CONTROL-END.
000865     MOVE WS-CLOSE-DATE TO DL100-RCT-RUN-DATE
000866     MOVE MYNAME TO DL100-RCT-JOB-NAME
000867     SET DL100-RCT-END-REC TO TRUE
000868     MOVE FUNCTION CURRENT-DATE TO DL100-RCT-TIMESTAMP
000869     MOVE WS-READ-COUNT TO DL100-RCT-INPUT-COUNT
000870     COMPUTE DL100-RCT-OUTPUT-COUNT =
000871         WS-PND-EXPIRED-COUNT + WS-PND-ROLLED-COUNT
000872       + WS-SUS-EXPIRED-COUNT + WS-SUS-ROLLED-COUNT
000873     MOVE 0 TO DL100-RCT-RETURN-CODE
000874
000875     OPEN EXTEND DL100-RCF-FILE
000876     WRITE DL100-RCT-RECORD
000877     CLOSE DL100-RCF-FILE
000878     .
000879 9000-RUN-CONTROL-END-EXIT.
000880     EXIT.
