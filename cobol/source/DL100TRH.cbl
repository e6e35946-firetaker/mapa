000028* 2026-09-02 JFM    INITIAL VERSION.
000029* 2026-09-02 JFM    DOCUMENTED THE DL100ACV PREREQUISITE FOR
000030*                   PRE-PROMOTION ARCHIVE GENERATIONS.
000031* 2026-10-15 JFM    ALSO SEARCH THE DL100NSF INSUFFICIENT-FUNDS
000032*                   REFUSAL FILE (CURRENT FILE ONLY - DL100HKP
000033*                   DOES NOT ARCHIVE IT).
000034*================================================================
000035 Identification Division.
000036 Program-ID. DL100TRH.
000037 Environment Division.
000038 Input-Output Section.
000039 File-Control.
000040     SELECT DL100-THQ-FILE ASSIGN TO DL100THQ
000041         ORGANIZATION IS SEQUENTIAL.
000042     SELECT DL100-AUD-FILE ASSIGN TO DL100AUD
000043         ORGANIZATION IS SEQUENTIAL.
000044     SELECT DL100-AUA-FILE ASSIGN TO DL100AUA
000045         ORGANIZATION IS SEQUENTIAL.
000046     SELECT DL100-CMP-FILE ASSIGN TO DL100CMP
000047         ORGANIZATION IS SEQUENTIAL.
000048     SELECT DL100-NSF-FILE ASSIGN TO DL100NSF
000049         ORGANIZATION IS SEQUENTIAL.
000050     SELECT DL100-USE-FILE ASSIGN TO DL100USE
000051         ORGANIZATION IS SEQUENTIAL.
000052     SELECT DL100-USA-FILE ASSIGN TO DL100USA
000053         ORGANIZATION IS SEQUENTIAL.
000054     SELECT DL100-EXC-FILE ASSIGN TO DL100EXC
000055         ORGANIZATION IS SEQUENTIAL.
000056     SELECT DL100-EXA-FILE ASSIGN TO DL100EXA
000057         ORGANIZATION IS SEQUENTIAL.
000058     SELECT DL100-FIR-FILE ASSIGN TO DL100FIR
000059         ORGANIZATION IS SEQUENTIAL.
000060     SELECT DL100-FIA-FILE ASSIGN TO DL100FIA
000061         ORGANIZATION IS SEQUENTIAL.
000062     SELECT DL100-TRH-RPT ASSIGN TO DL100TRH
000063         ORGANIZATION IS SEQUENTIAL.
000064
000065 Data Division.
000066 File Section.
000067 FD  DL100-THQ-FILE
000068     RECORDING MODE IS F.
000069 01  DL100-THQ-RECORD.
000070     05  DL100-THQ-CORR-ID     PIC X(16).
000071     05  DL100-THQ-FROM-DATE   PIC X(08).
000072     05  DL100-THQ-TO-DATE     PIC X(08).
000073
000074 FD  DL100-AUD-FILE
000075     RECORDING MODE IS F.
000076     COPY DL100AUD.
000077
000078 FD  DL100-AUA-FILE
000079     RECORDING MODE IS F.
000080     COPY DL100AUD
000081         REPLACING ==DL100-AUD-RECORD== BY ==DL100-AUA-RECORD==
000082           ==DL100-AUD-TIMESTAMP==  BY ==DL100-AUA-TIMESTAMP==
000083           ==DL100-AUD-TERM-ID==    BY ==DL100-AUA-TERM-ID==
000084           ==DL100-AUD-USER-ID==    BY ==DL100-AUA-USER-ID==
000085           ==DL100-AUD-TARGET-PGM== BY ==DL100-AUA-TARGET-PGM==
000086           ==DL100-AUD-CORR-ID==    BY ==DL100-AUA-CORR-ID==.
000087
000088 FD  DL100-CMP-FILE
000089     RECORDING MODE IS F.
000090     COPY DL100CMP.
000091
000092 FD  DL100-NSF-FILE
000093     RECORDING MODE IS F.
000094     COPY DL100NSF.
000095
000096 FD  DL100-USE-FILE
000097     RECORDING MODE IS F.
000098     COPY DL100USE.
000099
000100 FD  DL100-USA-FILE
000101     RECORDING MODE IS F.
000102     COPY DL100USE
000103         REPLACING ==DL100-USE-RECORD== BY ==DL100-USA-RECORD==
000104           ==DL100-USE-TIMESTAMP==   BY ==DL100-USA-TIMESTAMP==
000105           ==DL100-USE-BLOCK-NO==    BY ==DL100-USA-BLOCK-NO==
000106           ==DL100-USE-BRANCH-CODE== BY ==DL100-USA-BRANCH-CODE==
000107           ==DL100-USE-EFFECTIVE-NAME==
000108               BY ==DL100-USA-EFFECTIVE-NAME==
000109           ==DL100-USE-CORR-ID==     BY ==DL100-USA-CORR-ID==.
000110
000111 FD  DL100-EXC-FILE
000112     RECORDING MODE IS F.
000113     COPY DL100EXC.
000114
000115 FD  DL100-EXA-FILE
000116     RECORDING MODE IS F.
000117     COPY DL100EXC
000118         REPLACING ==DL100-EXCEPTION-RECORD==
000119               BY ==DL100-EXA-RECORD==
000120           ==DL100-EXC-TIMESTAMP== BY ==DL100-EXA-TIMESTAMP==
000121           ==DL100-EXC-BLOCK-NO==  BY ==DL100-EXA-BLOCK-NO==
000122           ==DL100-EXC-BRANCH-CODE==
000123               BY ==DL100-EXA-BRANCH-CODE==
000124           ==DL100-EXC-CANDIDATE-NAME==
000125               BY ==DL100-EXA-CANDIDATE-NAME==
000126           ==DL100-EXC-SENT-SW==   BY ==DL100-EXA-SENT-SW==
000127           ==DL100-EXC-SENT==      BY ==DL100-EXA-SENT==
000128           ==DL100-EXC-UNSENT==    BY ==DL100-EXA-UNSENT==
000129           ==DL100-EXC-STATUS-SW== BY ==DL100-EXA-STATUS-SW==
000130           ==DL100-EXC-OPEN==      BY ==DL100-EXA-OPEN==
000131           ==DL100-EXC-ACKED==     BY ==DL100-EXA-ACKED==
000132           ==DL100-EXC-CLOSED==    BY ==DL100-EXA-CLOSED==
000133           ==DL100-EXC-CORR-ID==   BY ==DL100-EXA-CORR-ID==.
000134
000135 FD  DL100-FIR-FILE
000136     RECORDING MODE IS F.
000137     COPY DL100FIR.
000138
000139 FD  DL100-FIA-FILE
000140     RECORDING MODE IS F.
000141     COPY DL100FIR
000142         REPLACING ==DL100-FIR-RECORD== BY ==DL100-FIA-RECORD==
000143           ==DL100-FIR-TIMESTAMP== BY ==DL100-FIA-TIMESTAMP==
000144           ==DL100-FIR-FLAG-A==    BY ==DL100-FIA-FLAG-A==
000145           ==DL100-FIR-FLAG-B==    BY ==DL100-FIA-FLAG-B==
000146           ==DL100-FIR-FLAG-C==    BY ==DL100-FIA-FLAG-C==
000147           ==DL100-FIR-FLAG-D==    BY ==DL100-FIA-FLAG-D==
000148           ==DL100-FIR-FIRE-SW==   BY ==DL100-FIA-FIRE-SW==
000149           ==DL100-FIR-CORR-ID==   BY ==DL100-FIA-CORR-ID==.
000150
000151 FD  DL100-TRH-RPT
000152     RECORDING MODE IS F.
000153 01  DL100-TRH-LINE            PIC X(132).
000154
000155 Working-Storage Section.
000156
000157 01  WS-SWITCHES.
000158     05  WS-EOF-SW             PIC X(01) VALUE 'N'.
000159         88  WS-EOF                VALUE 'Y'.
000160     05  WS-HIT-OVERFLOW-SW    PIC X(01) VALUE 'N'.
000161         88  WS-HIT-OVERFLOW       VALUE 'Y'.
000162     05  WS-RECORD-MATCHES-SW  PIC X(01) VALUE 'N'.
000163         88  WS-RECORD-MATCHES     VALUE 'Y'.
000164     05  WS-REQUEST-OK-SW      PIC X(01) VALUE 'N'.
000165         88  WS-REQUEST-OK         VALUE 'Y'.
000166
000167 01  WS-TRACE-CORR-ID          PIC X(16) VALUE SPACES.
000168 01  WS-FROM-DATE              PIC X(08) VALUE SPACES.
000169 01  WS-TO-DATE                PIC X(08) VALUE SPACES.
000170
000171 01  WS-CHECK-CORR-ID          PIC X(16).
000172 01  WS-CHECK-DATE             PIC X(08).
000173
000174 01  WS-HIT-COUNT              PIC S9(04) COMP VALUE 0.
000175 01  WS-HIT-IDX                PIC S9(04) COMP VALUE 0.
000176 01  WS-SCAN-IDX               PIC S9(04) COMP VALUE 0.
000177 01  WS-MIN-IDX                PIC S9(04) COMP VALUE 0.
000178 01  WS-HIT-COUNT-ED           PIC ZZ9.
000179 01  WS-CMP-RC-ED              PIC 9(04).
000180
000181 01  WS-SWAP-ENTRY.
000182     05  WS-SWAP-TIMESTAMP     PIC X(26).
000183     05  WS-SWAP-TEXT          PIC X(90).
000184
000185 01  WS-HIT-TABLE.
000186     05  WS-HIT-ENTRY OCCURS 0 TO 500 TIMES
000187             DEPENDING ON WS-HIT-COUNT.
000188         10  WS-HIT-TIMESTAMP      PIC X(26).
000189         10  WS-HIT-TEXT           PIC X(90).
000190
000191 01  WS-HEADING-1              PIC X(132) VALUE
000192     'DL100TRH - HISTORICAL TRACE ACROSS CURRENT AND ARCHIVE'.
000193 01  WS-TOKEN-LINE.
000194     05  FILLER                PIC X(008) VALUE 'TOKEN = '.
000195     05  DL-TOKEN              PIC X(16).
000196     05  FILLER                PIC X(108) VALUE SPACES.
000197 01  WS-RANGE-LINE.
000198     05  FILLER                PIC X(008) VALUE 'FROM =  '.
000199     05  DL-FROM-DATE          PIC X(08).
000200     05  FILLER                PIC X(006) VALUE '  TO ='.
000201     05  DL-TO-DATE            PIC X(08).
000202     05  FILLER                PIC X(102) VALUE SPACES.
000203 01  WS-HEADING-2              PIC X(132) VALUE
000204     'TIMESTAMP                  FILE     DETAIL'.
000205 01  WS-DETAIL-LINE.
000206     05  DL-HIT-TIMESTAMP      PIC X(26).
000207     05  FILLER                PIC X(01) VALUE SPACE.
000208     05  DL-HIT-TEXT           PIC X(90).
000209     05  FILLER                PIC X(15) VALUE SPACES.
000210 01  WS-NO-REQUEST-LINE        PIC X(132) VALUE
000211     'NO TOKEN AND NO DATE RANGE SUPPLIED - NOTHING SEARCHED'.
000212 01  WS-SUMMARY-LINE           PIC X(132).
000213
000214 Procedure Division.
000215 0000-MAINLINE.
000216     PERFORM 1000-READ-REQUEST
000217         THRU 1000-READ-REQUEST-EXIT
000218
000219     IF WS-REQUEST-OK
000220         PERFORM 2000-SCAN-AUDIT
000221             THRU 2000-SCAN-AUDIT-EXIT
000222         PERFORM 2500-SCAN-AUDIT-ARCHIVE
000223             THRU 2500-SCAN-AUDIT-ARCHIVE-EXIT
000224         PERFORM 3000-SCAN-COMPLETIONS
000225             THRU 3000-SCAN-COMPLETIONS-EXIT
000226         PERFORM 3500-SCAN-REFUSALS
000227             THRU 3500-SCAN-REFUSALS-EXIT
000228         PERFORM 4000-SCAN-USAGE
000229             THRU 4000-SCAN-USAGE-EXIT
000230         PERFORM 4500-SCAN-USAGE-ARCHIVE
000231             THRU 4500-SCAN-USAGE-ARCHIVE-EXIT
000232         PERFORM 5000-SCAN-EXCEPTIONS
000233             THRU 5000-SCAN-EXCEPTIONS-EXIT
000234         PERFORM 5500-SCAN-EXC-ARCHIVE
000235             THRU 5500-SCAN-EXC-ARCHIVE-EXIT
000236         PERFORM 6000-SCAN-FIRING
000237             THRU 6000-SCAN-FIRING-EXIT
000238         PERFORM 6500-SCAN-FIR-ARCHIVE
000239             THRU 6500-SCAN-FIR-ARCHIVE-EXIT
000240         PERFORM 7000-SORT-HITS
000241             THRU 7000-SORT-HITS-EXIT
000242     END-IF
000243
000244     PERFORM 8000-PRODUCE-REPORT
000245         THRU 8000-PRODUCE-REPORT-EXIT
000246
000247     GOBACK
000248     .
000249
000250 1000-READ-REQUEST.
000251     OPEN INPUT DL100-THQ-FILE
000252
000253     READ DL100-THQ-FILE
000254         AT END
000255             CONTINUE
000256         NOT AT END
000257             MOVE DL100-THQ-CORR-ID TO WS-TRACE-CORR-ID
000258             MOVE DL100-THQ-FROM-DATE TO WS-FROM-DATE
000259             MOVE DL100-THQ-TO-DATE TO WS-TO-DATE
000260     END-READ
000261
000262     CLOSE DL100-THQ-FILE
000263
000264*    A TOKEN SEARCH NEEDS NO RANGE; A RANGE SEARCH NEEDS BOTH
000265*    DATES.  AN EMPTY REQUEST WOULD MATCH THE ENTIRE HISTORY.
000266     IF WS-TRACE-CORR-ID NOT EQUAL SPACES
000267         MOVE 'Y' TO WS-REQUEST-OK-SW
000268     ELSE
000269         IF WS-FROM-DATE NOT EQUAL SPACES
000270            AND WS-TO-DATE NOT EQUAL SPACES
000271             MOVE 'Y' TO WS-REQUEST-OK-SW
000272         END-IF
000273     END-IF
000274     .
000275 1000-READ-REQUEST-EXIT.
000276     EXIT.
000277
000278 1500-NOTE-HIT-OVERFLOW.
000279     IF NOT WS-HIT-OVERFLOW
000280         MOVE 'Y' TO WS-HIT-OVERFLOW-SW
000281         DISPLAY 'DL100TRH HIT TABLE FULL - FURTHER MATCHING'
000282             ' RECORDS OMITTED FROM THE REPORT'
000283     END-IF
000284     .
000285 1500-NOTE-HIT-OVERFLOW-EXIT.
000286     EXIT.
000287
000288 1600-CHECK-MATCH.
000289     MOVE 'N' TO WS-RECORD-MATCHES-SW
000290
000291     IF WS-TRACE-CORR-ID NOT EQUAL SPACES
000292         IF WS-CHECK-CORR-ID EQUAL WS-TRACE-CORR-ID
000293             MOVE 'Y' TO WS-RECORD-MATCHES-SW
000294         END-IF
000295     ELSE
000296         IF WS-CHECK-DATE NOT LESS THAN WS-FROM-DATE
000297            AND WS-CHECK-DATE NOT GREATER THAN WS-TO-DATE
000298             MOVE 'Y' TO WS-RECORD-MATCHES-SW
000299         END-IF
000300     END-IF
000301     .
000302 1600-CHECK-MATCH-EXIT.
000303     EXIT.
000304
000305 2000-SCAN-AUDIT.
000306     MOVE 'N' TO WS-EOF-SW
000307     OPEN INPUT DL100-AUD-FILE
000308
000309     PERFORM 2100-SCAN-ONE-AUDIT
000310         THRU 2100-SCAN-ONE-AUDIT-EXIT
000311         UNTIL WS-EOF
000312
000313     CLOSE DL100-AUD-FILE
000314     .
000315 2000-SCAN-AUDIT-EXIT.
000316     EXIT.
000317
000318 2100-SCAN-ONE-AUDIT.
000319     READ DL100-AUD-FILE
000320         AT END
000321             MOVE 'Y' TO WS-EOF-SW
000322         NOT AT END
000323             MOVE DL100-AUD-CORR-ID TO WS-CHECK-CORR-ID
000324             MOVE DL100-AUD-TIMESTAMP(1:8) TO WS-CHECK-DATE
000325             PERFORM 1600-CHECK-MATCH
000326                 THRU 1600-CHECK-MATCH-EXIT
000327             IF WS-RECORD-MATCHES
000328                 IF WS-HIT-COUNT NOT LESS THAN 500
000329                     PERFORM 1500-NOTE-HIT-OVERFLOW
000330                         THRU 1500-NOTE-HIT-OVERFLOW-EXIT
000331                     GO TO 2100-SCAN-ONE-AUDIT-EXIT
000332                 END-IF
000333                 ADD 1 TO WS-HIT-COUNT
000334                 MOVE DL100-AUD-TIMESTAMP
000335                     TO WS-HIT-TIMESTAMP (WS-HIT-COUNT)
000336                 MOVE SPACES TO WS-HIT-TEXT (WS-HIT-COUNT)
000337                 STRING 'DL100AUD XCTL DEPARTURE  TERM='
000338                         DELIMITED BY SIZE
000339                     DL100-AUD-TERM-ID DELIMITED BY SIZE
000340                     ' USER=' DELIMITED BY SIZE
000341                     DL100-AUD-USER-ID DELIMITED BY SIZE
000342                     ' TARGET=' DELIMITED BY SIZE
000343                     DL100-AUD-TARGET-PGM DELIMITED BY SIZE
000344                     INTO WS-HIT-TEXT (WS-HIT-COUNT)
000345             END-IF
000346     END-READ
000347     .
000348 2100-SCAN-ONE-AUDIT-EXIT.
000349     EXIT.
000350
000351 2500-SCAN-AUDIT-ARCHIVE.
000352     MOVE 'N' TO WS-EOF-SW
000353     OPEN INPUT DL100-AUA-FILE
000354
000355     PERFORM 2600-SCAN-ONE-AUDIT-ARCH
000356         THRU 2600-SCAN-ONE-AUDIT-ARCH-EXIT
000357         UNTIL WS-EOF
000358
000359     CLOSE DL100-AUA-FILE
000360     .
000361 2500-SCAN-AUDIT-ARCHIVE-EXIT.
000362     EXIT.
000363
000364 2600-SCAN-ONE-AUDIT-ARCH.
000365     READ DL100-AUA-FILE
000366         AT END
000367             MOVE 'Y' TO WS-EOF-SW
000368         NOT AT END
000369             MOVE DL100-AUA-CORR-ID TO WS-CHECK-CORR-ID
000370             MOVE DL100-AUA-TIMESTAMP(1:8) TO WS-CHECK-DATE
000371             PERFORM 1600-CHECK-MATCH
000372                 THRU 1600-CHECK-MATCH-EXIT
000373             IF WS-RECORD-MATCHES
000374                 IF WS-HIT-COUNT NOT LESS THAN 500
000375                     PERFORM 1500-NOTE-HIT-OVERFLOW
000376                         THRU 1500-NOTE-HIT-OVERFLOW-EXIT
000377                     GO TO 2600-SCAN-ONE-AUDIT-ARCH-EXIT
000378                 END-IF
000379                 ADD 1 TO WS-HIT-COUNT
000380                 MOVE DL100-AUA-TIMESTAMP
000381                     TO WS-HIT-TIMESTAMP (WS-HIT-COUNT)
000382                 MOVE SPACES TO WS-HIT-TEXT (WS-HIT-COUNT)
000383                 STRING 'DL100AUA XCTL DEPARTURE  TERM='
000384                         DELIMITED BY SIZE
000385                     DL100-AUA-TERM-ID DELIMITED BY SIZE
000386                     ' USER=' DELIMITED BY SIZE
000387                     DL100-AUA-USER-ID DELIMITED BY SIZE
000388                     ' TARGET=' DELIMITED BY SIZE
000389                     DL100-AUA-TARGET-PGM DELIMITED BY SIZE
000390                     INTO WS-HIT-TEXT (WS-HIT-COUNT)
000391             END-IF
000392     END-READ
000393     .
000394 2600-SCAN-ONE-AUDIT-ARCH-EXIT.
000395     EXIT.
000396
000397 3000-SCAN-COMPLETIONS.
000398     MOVE 'N' TO WS-EOF-SW
000399     OPEN INPUT DL100-CMP-FILE
000400
000401     PERFORM 3100-SCAN-ONE-COMPLETION
000402         THRU 3100-SCAN-ONE-COMPLETION-EXIT
000403         UNTIL WS-EOF
000404
000405     CLOSE DL100-CMP-FILE
000406     .
000407 3000-SCAN-COMPLETIONS-EXIT.
000408     EXIT.
000409
000410 3100-SCAN-ONE-COMPLETION.
000411     READ DL100-CMP-FILE
000412         AT END
000413             MOVE 'Y' TO WS-EOF-SW
000414         NOT AT END
000415             MOVE DL100-CMP-CORR-ID TO WS-CHECK-CORR-ID
000416             MOVE DL100-CMP-TIMESTAMP(1:8) TO WS-CHECK-DATE
000417             PERFORM 1600-CHECK-MATCH
000418                 THRU 1600-CHECK-MATCH-EXIT
000419             IF WS-RECORD-MATCHES
000420                 IF WS-HIT-COUNT NOT LESS THAN 500
000421                     PERFORM 1500-NOTE-HIT-OVERFLOW
000422                         THRU 1500-NOTE-HIT-OVERFLOW-EXIT
000423                     GO TO 3100-SCAN-ONE-COMPLETION-EXIT
000424                 END-IF
000425                 ADD 1 TO WS-HIT-COUNT
000426                 MOVE DL100-CMP-TIMESTAMP
000427                     TO WS-HIT-TIMESTAMP (WS-HIT-COUNT)
000428                 MOVE DL100-CMP-RETURN-CODE TO WS-CMP-RC-ED
000429                 MOVE SPACES TO WS-HIT-TEXT (WS-HIT-COUNT)
000430                 STRING 'DL100CMP COMPLETION      PGM='
000431                         DELIMITED BY SIZE
000432                     DL100-CMP-PROGRAM DELIMITED BY SIZE
000433                     ' USER=' DELIMITED BY SIZE
000434                     DL100-CMP-USER-ID DELIMITED BY SIZE
000435                     ' RC=' DELIMITED BY SIZE
000436                     WS-CMP-RC-ED DELIMITED BY SIZE
000437                     INTO WS-HIT-TEXT (WS-HIT-COUNT)
000438             END-IF
000439     END-READ
000440     .
000441 3100-SCAN-ONE-COMPLETION-EXIT.
000442     EXIT.
000443
000444 3500-SCAN-REFUSALS.
000445     MOVE 'N' TO WS-EOF-SW
000446     OPEN INPUT DL100-NSF-FILE
000447
000448     PERFORM 3600-SCAN-ONE-REFUSAL
000449         THRU 3600-SCAN-ONE-REFUSAL-EXIT
000450         UNTIL WS-EOF
000451
000452     CLOSE DL100-NSF-FILE
000453     .
000454 3500-SCAN-REFUSALS-EXIT.
000455     EXIT.
000456
000457 3600-SCAN-ONE-REFUSAL.
000458     READ DL100-NSF-FILE
000459         AT END
000460             MOVE 'Y' TO WS-EOF-SW
000461         NOT AT END
000462             MOVE DL100-NSF-CORR-ID TO WS-CHECK-CORR-ID
000463             MOVE DL100-NSF-TIMESTAMP(1:8) TO WS-CHECK-DATE
000464             PERFORM 1600-CHECK-MATCH
000465                 THRU 1600-CHECK-MATCH-EXIT
000466             IF WS-RECORD-MATCHES
000467                 IF WS-HIT-COUNT NOT LESS THAN 500
000468                     PERFORM 1500-NOTE-HIT-OVERFLOW
000469                         THRU 1500-NOTE-HIT-OVERFLOW-EXIT
000470                     GO TO 3600-SCAN-ONE-REFUSAL-EXIT
000471                 END-IF
000472                 ADD 1 TO WS-HIT-COUNT
000473                 MOVE DL100-NSF-TIMESTAMP
000474                     TO WS-HIT-TIMESTAMP (WS-HIT-COUNT)
000475                 MOVE SPACES TO WS-HIT-TEXT (WS-HIT-COUNT)
000476                 STRING 'DL100NSF FUNDS REFUSAL   PGM='
000477                         DELIMITED BY SIZE
000478                     DL100-NSF-PROGRAM DELIMITED BY SIZE
000479                     ' USER=' DELIMITED BY SIZE
000480                     DL100-NSF-USER-ID DELIMITED BY SIZE
000481                     ' ACCT=' DELIMITED BY SIZE
000482                     DL100-NSF-ACCOUNT-NO DELIMITED BY SIZE
000483                     INTO WS-HIT-TEXT (WS-HIT-COUNT)
000484             END-IF
000485     END-READ
000486     .
000487 3600-SCAN-ONE-REFUSAL-EXIT.
000488     EXIT.
000489
000490 4000-SCAN-USAGE.
000491     MOVE 'N' TO WS-EOF-SW
000492     OPEN INPUT DL100-USE-FILE
000493
000494     PERFORM 4100-SCAN-ONE-USAGE
000495         THRU 4100-SCAN-ONE-USAGE-EXIT
000496         UNTIL WS-EOF
000497
000498     CLOSE DL100-USE-FILE
000499     .
000500 4000-SCAN-USAGE-EXIT.
000501     EXIT.
000502
000503 4100-SCAN-ONE-USAGE.
000504     READ DL100-USE-FILE
000505         AT END
000506             MOVE 'Y' TO WS-EOF-SW
000507         NOT AT END
000508             MOVE DL100-USE-CORR-ID TO WS-CHECK-CORR-ID
000509             MOVE DL100-USE-TIMESTAMP(1:8) TO WS-CHECK-DATE
000510             PERFORM 1600-CHECK-MATCH
000511                 THRU 1600-CHECK-MATCH-EXIT
000512             IF WS-RECORD-MATCHES
000513                 IF WS-HIT-COUNT NOT LESS THAN 500
000514                     PERFORM 1500-NOTE-HIT-OVERFLOW
000515                         THRU 1500-NOTE-HIT-OVERFLOW-EXIT
000516                     GO TO 4100-SCAN-ONE-USAGE-EXIT
000517                 END-IF
000518                 ADD 1 TO WS-HIT-COUNT
000519                 MOVE DL100-USE-TIMESTAMP
000520                     TO WS-HIT-TIMESTAMP (WS-HIT-COUNT)
000521                 MOVE SPACES TO WS-HIT-TEXT (WS-HIT-COUNT)
000522                 STRING 'DL100USE ROUTING         BLOCK='
000523                         DELIMITED BY SIZE
000524                     DL100-USE-BLOCK-NO DELIMITED BY SIZE
000525                     ' BRANCH=' DELIMITED BY SIZE
000526                     DL100-USE-BRANCH-CODE DELIMITED BY SIZE
000527                     ' EFFECTIVE=' DELIMITED BY SIZE
000528                     DL100-USE-EFFECTIVE-NAME DELIMITED BY SIZE
000529                     INTO WS-HIT-TEXT (WS-HIT-COUNT)
000530             END-IF
000531     END-READ
000532     .
000533 4100-SCAN-ONE-USAGE-EXIT.
000534     EXIT.
000535
000536 4500-SCAN-USAGE-ARCHIVE.
000537     MOVE 'N' TO WS-EOF-SW
000538     OPEN INPUT DL100-USA-FILE
000539
000540     PERFORM 4600-SCAN-ONE-USAGE-ARCH
000541         THRU 4600-SCAN-ONE-USAGE-ARCH-EXIT
000542         UNTIL WS-EOF
000543
000544     CLOSE DL100-USA-FILE
000545     .
000546 4500-SCAN-USAGE-ARCHIVE-EXIT.
000547     EXIT.
000548
000549 4600-SCAN-ONE-USAGE-ARCH.
000550     READ DL100-USA-FILE
000551         AT END
000552             MOVE 'Y' TO WS-EOF-SW
000553         NOT AT END
000554             MOVE DL100-USA-CORR-ID TO WS-CHECK-CORR-ID
000555             MOVE DL100-USA-TIMESTAMP(1:8) TO WS-CHECK-DATE
000556             PERFORM 1600-CHECK-MATCH
000557                 THRU 1600-CHECK-MATCH-EXIT
000558             IF WS-RECORD-MATCHES
000559                 IF WS-HIT-COUNT NOT LESS THAN 500
000560                     PERFORM 1500-NOTE-HIT-OVERFLOW
000561                         THRU 1500-NOTE-HIT-OVERFLOW-EXIT
000562                     GO TO 4600-SCAN-ONE-USAGE-ARCH-EXIT
000563                 END-IF
000564                 ADD 1 TO WS-HIT-COUNT
000565                 MOVE DL100-USA-TIMESTAMP
000566                     TO WS-HIT-TIMESTAMP (WS-HIT-COUNT)
000567                 MOVE SPACES TO WS-HIT-TEXT (WS-HIT-COUNT)
000568                 STRING 'DL100USA ROUTING         BLOCK='
000569                         DELIMITED BY SIZE
000570                     DL100-USA-BLOCK-NO DELIMITED BY SIZE
000571                     ' BRANCH=' DELIMITED BY SIZE
000572                     DL100-USA-BRANCH-CODE DELIMITED BY SIZE
000573                     ' EFFECTIVE=' DELIMITED BY SIZE
000574                     DL100-USA-EFFECTIVE-NAME DELIMITED BY SIZE
000575                     INTO WS-HIT-TEXT (WS-HIT-COUNT)
000576             END-IF
000577     END-READ
000578     .
000579 4600-SCAN-ONE-USAGE-ARCH-EXIT.
000580     EXIT.
000581
000582 5000-SCAN-EXCEPTIONS.
000583     MOVE 'N' TO WS-EOF-SW
000584     OPEN INPUT DL100-EXC-FILE
000585
000586     PERFORM 5100-SCAN-ONE-EXCEPTION
000587         THRU 5100-SCAN-ONE-EXCEPTION-EXIT
000588         UNTIL WS-EOF
000589
000590     CLOSE DL100-EXC-FILE
000591     .
000592 5000-SCAN-EXCEPTIONS-EXIT.
000593     EXIT.
000594
000595 5100-SCAN-ONE-EXCEPTION.
000596     READ DL100-EXC-FILE
000597         AT END
000598             MOVE 'Y' TO WS-EOF-SW
000599         NOT AT END
000600             MOVE DL100-EXC-CORR-ID TO WS-CHECK-CORR-ID
000601             MOVE DL100-EXC-TIMESTAMP(1:8) TO WS-CHECK-DATE
000602             PERFORM 1600-CHECK-MATCH
000603                 THRU 1600-CHECK-MATCH-EXIT
000604             IF WS-RECORD-MATCHES
000605                 IF WS-HIT-COUNT NOT LESS THAN 500
000606                     PERFORM 1500-NOTE-HIT-OVERFLOW
000607                         THRU 1500-NOTE-HIT-OVERFLOW-EXIT
000608                     GO TO 5100-SCAN-ONE-EXCEPTION-EXIT
000609                 END-IF
000610                 ADD 1 TO WS-HIT-COUNT
000611                 MOVE DL100-EXC-TIMESTAMP
000612                     TO WS-HIT-TIMESTAMP (WS-HIT-COUNT)
000613                 MOVE SPACES TO WS-HIT-TEXT (WS-HIT-COUNT)
000614                 STRING 'DL100EXC EXCEPTION       BLOCK='
000615                         DELIMITED BY SIZE
000616                     DL100-EXC-BLOCK-NO DELIMITED BY SIZE
000617                     ' BRANCH=' DELIMITED BY SIZE
000618                     DL100-EXC-BRANCH-CODE DELIMITED BY SIZE
000619                     ' STUB=' DELIMITED BY SIZE
000620                     DL100-EXC-CANDIDATE-NAME DELIMITED BY SIZE
000621                     INTO WS-HIT-TEXT (WS-HIT-COUNT)
000622             END-IF
000623     END-READ
000624     .
000625 5100-SCAN-ONE-EXCEPTION-EXIT.
000626     EXIT.
000627
000628 5500-SCAN-EXC-ARCHIVE.
000629     MOVE 'N' TO WS-EOF-SW
000630     OPEN INPUT DL100-EXA-FILE
000631
000632     PERFORM 5600-SCAN-ONE-EXC-ARCH
000633         THRU 5600-SCAN-ONE-EXC-ARCH-EXIT
000634         UNTIL WS-EOF
000635
000636     CLOSE DL100-EXA-FILE
000637     .
000638 5500-SCAN-EXC-ARCHIVE-EXIT.
000639     EXIT.
000640
000641 5600-SCAN-ONE-EXC-ARCH.
000642     READ DL100-EXA-FILE
000643         AT END
000644             MOVE 'Y' TO WS-EOF-SW
000645         NOT AT END
000646             MOVE DL100-EXA-CORR-ID TO WS-CHECK-CORR-ID
000647             MOVE DL100-EXA-TIMESTAMP(1:8) TO WS-CHECK-DATE
000648             PERFORM 1600-CHECK-MATCH
000649                 THRU 1600-CHECK-MATCH-EXIT
000650             IF WS-RECORD-MATCHES
000651                 IF WS-HIT-COUNT NOT LESS THAN 500
000652                     PERFORM 1500-NOTE-HIT-OVERFLOW
000653                         THRU 1500-NOTE-HIT-OVERFLOW-EXIT
000654                     GO TO 5600-SCAN-ONE-EXC-ARCH-EXIT
000655                 END-IF
000656                 ADD 1 TO WS-HIT-COUNT
000657                 MOVE DL100-EXA-TIMESTAMP
000658                     TO WS-HIT-TIMESTAMP (WS-HIT-COUNT)
000659                 MOVE SPACES TO WS-HIT-TEXT (WS-HIT-COUNT)
000660                 STRING 'DL100EXA EXCEPTION       BLOCK='
000661                         DELIMITED BY SIZE
000662                     DL100-EXA-BLOCK-NO DELIMITED BY SIZE
000663                     ' BRANCH=' DELIMITED BY SIZE
000664                     DL100-EXA-BRANCH-CODE DELIMITED BY SIZE
000665                     ' STUB=' DELIMITED BY SIZE
000666                     DL100-EXA-CANDIDATE-NAME DELIMITED BY SIZE
000667                     INTO WS-HIT-TEXT (WS-HIT-COUNT)
000668             END-IF
000669     END-READ
000670     .
000671 5600-SCAN-ONE-EXC-ARCH-EXIT.
000672     EXIT.
000673
000674 6000-SCAN-FIRING.
000675     MOVE 'N' TO WS-EOF-SW
000676     OPEN INPUT DL100-FIR-FILE
000677
000678     PERFORM 6100-SCAN-ONE-FIRING
000679         THRU 6100-SCAN-ONE-FIRING-EXIT
000680         UNTIL WS-EOF
000681
000682     CLOSE DL100-FIR-FILE
000683     .
000684 6000-SCAN-FIRING-EXIT.
000685     EXIT.
000686
000687 6100-SCAN-ONE-FIRING.
000688     READ DL100-FIR-FILE
000689         AT END
000690             MOVE 'Y' TO WS-EOF-SW
000691         NOT AT END
000692             MOVE DL100-FIR-CORR-ID TO WS-CHECK-CORR-ID
000693             MOVE DL100-FIR-TIMESTAMP(1:8) TO WS-CHECK-DATE
000694             PERFORM 1600-CHECK-MATCH
000695                 THRU 1600-CHECK-MATCH-EXIT
000696             IF WS-RECORD-MATCHES
000697                 IF WS-HIT-COUNT NOT LESS THAN 500
000698                     PERFORM 1500-NOTE-HIT-OVERFLOW
000699                         THRU 1500-NOTE-HIT-OVERFLOW-EXIT
000700                     GO TO 6100-SCAN-ONE-FIRING-EXIT
000701                 END-IF
000702                 ADD 1 TO WS-HIT-COUNT
000703                 MOVE DL100-FIR-TIMESTAMP
000704                     TO WS-HIT-TIMESTAMP (WS-HIT-COUNT)
000705                 MOVE SPACES TO WS-HIT-TEXT (WS-HIT-COUNT)
000706                 STRING 'DL100FIR RESOLUTION      FLAGS='
000707                         DELIMITED BY SIZE
000708                     DL100-FIR-FLAG-A DELIMITED BY SIZE
000709                     DL100-FIR-FLAG-B DELIMITED BY SIZE
000710                     DL100-FIR-FLAG-C DELIMITED BY SIZE
000711                     DL100-FIR-FLAG-D DELIMITED BY SIZE
000712                     INTO WS-HIT-TEXT (WS-HIT-COUNT)
000713             END-IF
000714     END-READ
000715     .
000716 6100-SCAN-ONE-FIRING-EXIT.
000717     EXIT.
000718
000719 6500-SCAN-FIR-ARCHIVE.
000720     MOVE 'N' TO WS-EOF-SW
000721     OPEN INPUT DL100-FIA-FILE
000722
000723     PERFORM 6600-SCAN-ONE-FIR-ARCH
000724         THRU 6600-SCAN-ONE-FIR-ARCH-EXIT
000725         UNTIL WS-EOF
000726
000727     CLOSE DL100-FIA-FILE
000728     .
000729 6500-SCAN-FIR-ARCHIVE-EXIT.
000730     EXIT.
000731
000732 6600-SCAN-ONE-FIR-ARCH.
000733     READ DL100-FIA-FILE
000734         AT END
000735             MOVE 'Y' TO WS-EOF-SW
000736         NOT AT END
000737             MOVE DL100-FIA-CORR-ID TO WS-CHECK-CORR-ID
000738             MOVE DL100-FIA-TIMESTAMP(1:8) TO WS-CHECK-DATE
000739             PERFORM 1600-CHECK-MATCH
000740                 THRU 1600-CHECK-MATCH-EXIT
000741             IF WS-RECORD-MATCHES
000742                 IF WS-HIT-COUNT NOT LESS THAN 500
000743                     PERFORM 1500-NOTE-HIT-OVERFLOW
000744                         THRU 1500-NOTE-HIT-OVERFLOW-EXIT
000745                     GO TO 6600-SCAN-ONE-FIR-ARCH-EXIT
000746                 END-IF
000747                 ADD 1 TO WS-HIT-COUNT
000748                 MOVE DL100-FIA-TIMESTAMP
000749                     TO WS-HIT-TIMESTAMP (WS-HIT-COUNT)
000750                 MOVE SPACES TO WS-HIT-TEXT (WS-HIT-COUNT)
000751                 STRING 'DL100FIA RESOLUTION      FLAGS='
000752                         DELIMITED BY SIZE
000753                     DL100-FIA-FLAG-A DELIMITED BY SIZE
000754                     DL100-FIA-FLAG-B DELIMITED BY SIZE
000755                     DL100-FIA-FLAG-C DELIMITED BY SIZE
000756                     DL100-FIA-FLAG-D DELIMITED BY SIZE
000757                     INTO WS-HIT-TEXT (WS-HIT-COUNT)
000758             END-IF
000759     END-READ
000760     .
000761 6600-SCAN-ONE-FIR-ARCH-EXIT.
000762     EXIT.
000763
000764 7000-SORT-HITS.
000765     PERFORM 7100-PLACE-ONE-HIT
000766         THRU 7100-PLACE-ONE-HIT-EXIT
000767         VARYING WS-HIT-IDX FROM 1 BY 1
000768         UNTIL WS-HIT-IDX NOT LESS THAN WS-HIT-COUNT
000769     .
000770 7000-SORT-HITS-EXIT.
000771     EXIT.
000772
000773 7100-PLACE-ONE-HIT.
000774     MOVE WS-HIT-IDX TO WS-MIN-IDX
000775
000776     COMPUTE WS-SCAN-IDX = WS-HIT-IDX + 1
000777     PERFORM 7200-FIND-EARLIEST
000778         THRU 7200-FIND-EARLIEST-EXIT
000779         VARYING WS-SCAN-IDX FROM WS-SCAN-IDX BY 1
000780         UNTIL WS-SCAN-IDX > WS-HIT-COUNT
000781
000782     IF WS-MIN-IDX NOT EQUAL WS-HIT-IDX
000783         MOVE WS-HIT-ENTRY (WS-HIT-IDX) TO WS-SWAP-ENTRY
000784         MOVE WS-HIT-ENTRY (WS-MIN-IDX)
000785             TO WS-HIT-ENTRY (WS-HIT-IDX)
000786         MOVE WS-SWAP-ENTRY TO WS-HIT-ENTRY (WS-MIN-IDX)
000787     END-IF
000788     .
000789 7100-PLACE-ONE-HIT-EXIT.
000790     EXIT.
000791
000792 7200-FIND-EARLIEST.
000793     IF WS-HIT-TIMESTAMP (WS-SCAN-IDX)
000794             LESS THAN WS-HIT-TIMESTAMP (WS-MIN-IDX)
000795         MOVE WS-SCAN-IDX TO WS-MIN-IDX
000796     END-IF
000797     .
000798 7200-FIND-EARLIEST-EXIT.
000799     EXIT.
000800
000801 8000-PRODUCE-REPORT.
000802     OPEN OUTPUT DL100-TRH-RPT
000803
000804     MOVE WS-HEADING-1 TO DL100-TRH-LINE
000805     WRITE DL100-TRH-LINE
000806     IF WS-TRACE-CORR-ID NOT EQUAL SPACES
000807         MOVE WS-TRACE-CORR-ID TO DL-TOKEN
000808         WRITE DL100-TRH-LINE FROM WS-TOKEN-LINE
000809     ELSE
000810         MOVE WS-FROM-DATE TO DL-FROM-DATE
000811         MOVE WS-TO-DATE TO DL-TO-DATE
000812         WRITE DL100-TRH-LINE FROM WS-RANGE-LINE
000813     END-IF
000814     MOVE SPACES TO DL100-TRH-LINE
000815     WRITE DL100-TRH-LINE
000816     MOVE WS-HEADING-2 TO DL100-TRH-LINE
000817     WRITE DL100-TRH-LINE
000818
000819     PERFORM 8100-WRITE-ONE-HIT
000820         THRU 8100-WRITE-ONE-HIT-EXIT
000821         VARYING WS-HIT-IDX FROM 1 BY 1
000822         UNTIL WS-HIT-IDX > WS-HIT-COUNT
000823
000824     MOVE SPACES TO DL100-TRH-LINE
000825     WRITE DL100-TRH-LINE
000826
000827     MOVE WS-HIT-COUNT TO WS-HIT-COUNT-ED
000828     MOVE SPACES TO WS-SUMMARY-LINE
000829     EVALUATE TRUE
000830         WHEN NOT WS-REQUEST-OK
000831             MOVE WS-NO-REQUEST-LINE TO WS-SUMMARY-LINE
000832         WHEN WS-HIT-COUNT > 0
000833             STRING 'RECORDS FOUND='
000834                     DELIMITED BY SIZE
000835                 WS-HIT-COUNT-ED DELIMITED BY SIZE
000836                 INTO WS-SUMMARY-LINE
000837         WHEN OTHER
000838             STRING 'NO RECORDS FOUND FOR THIS REQUEST'
000839                     DELIMITED BY SIZE
000840                 INTO WS-SUMMARY-LINE
000841     END-EVALUATE
000842     WRITE DL100-TRH-LINE FROM WS-SUMMARY-LINE
000843
000844     CLOSE DL100-TRH-RPT
000845     .
000846 8000-PRODUCE-REPORT-EXIT.
000847     EXIT.
000848
000849 8100-WRITE-ONE-HIT.
000850     MOVE SPACES TO WS-DETAIL-LINE
000851     MOVE WS-HIT-TIMESTAMP (WS-HIT-IDX) TO DL-HIT-TIMESTAMP
000852     MOVE WS-HIT-TEXT (WS-HIT-IDX) TO DL-HIT-TEXT
000853
000854     WRITE DL100-TRH-LINE FROM WS-DETAIL-LINE
000855     .
000856 8100-WRITE-ONE-HIT-EXIT.
000857     EXIT.
