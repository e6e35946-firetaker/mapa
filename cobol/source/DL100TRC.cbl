000013* DATE       INIT   DESCRIPTION
000014* ---------- ------ ----------------------------------------------
000015* 2026-08-21 JFM    INITIAL VERSION.
000016* 2026-10-15 JFM    ALSO SEARCH THE DL100NSF INSUFFICIENT-FUNDS
000017*                   REFUSAL FILE, SO A MOVEMENT REFUSED FOR FUNDS
000018*                   SHOWS WHY, NOT JUST ITS DL100CMP RETURN CODE.
000019*================================================================
000020 Identification Division.
000021 Program-ID. DL100TRC.
000022 Environment Division.
000023 Input-Output Section.
000024 File-Control.
000025     SELECT DL100-TRQ-FILE ASSIGN TO DL100TRQ
000026         ORGANIZATION IS SEQUENTIAL.
000027     SELECT DL100-AUD-FILE ASSIGN TO DL100AUD
000028         ORGANIZATION IS SEQUENTIAL.
000029     SELECT DL100-CMP-FILE ASSIGN TO DL100CMP
000030         ORGANIZATION IS SEQUENTIAL.
000031     SELECT DL100-NSF-FILE ASSIGN TO DL100NSF
000032         ORGANIZATION IS SEQUENTIAL.
000033     SELECT DL100-USE-FILE ASSIGN TO DL100USE
000034         ORGANIZATION IS SEQUENTIAL.
000035     SELECT DL100-EXC-FILE ASSIGN TO DL100EXC
000036         ORGANIZATION IS SEQUENTIAL.
000037     SELECT DL100-FIR-FILE ASSIGN TO DL100FIR
000038         ORGANIZATION IS SEQUENTIAL.
000039     SELECT DL100-TRC-RPT ASSIGN TO DL100TRC
000040         ORGANIZATION IS SEQUENTIAL.
000041
000042 Data Division.
000043 File Section.
000044 FD  DL100-TRQ-FILE
000045     RECORDING MODE IS F.
000046 01  DL100-TRQ-RECORD.
000047     05  DL100-TRQ-CORR-ID     PIC X(16).
000048
000049 FD  DL100-AUD-FILE
000050     RECORDING MODE IS F.
000051     COPY DL100AUD.
000052
000053 FD  DL100-CMP-FILE
000054     RECORDING MODE IS F.
000055     COPY DL100CMP.
000056
000057 FD  DL100-NSF-FILE
000058     RECORDING MODE IS F.
000059     COPY DL100NSF.
000060
000061 FD  DL100-USE-FILE
000062     RECORDING MODE IS F.
000063     COPY DL100USE.
000064
000065 FD  DL100-EXC-FILE
000066     RECORDING MODE IS F.
000067     COPY DL100EXC.
000068
000069 FD  DL100-FIR-FILE
000070     RECORDING MODE IS F.
000071     COPY DL100FIR.
000072
000073 FD  DL100-TRC-RPT
000074     RECORDING MODE IS F.
000075 01  DL100-TRC-LINE            PIC X(132).
000076
000077 Working-Storage Section.
000078
000079 01  WS-SWITCHES.
000080     05  WS-EOF-SW             PIC X(01) VALUE 'N'.
000081         88  WS-EOF                VALUE 'Y'.
000082     05  WS-HIT-OVERFLOW-SW    PIC X(01) VALUE 'N'.
000083         88  WS-HIT-OVERFLOW       VALUE 'Y'.
000084
000085 01  WS-TRACE-CORR-ID          PIC X(16) VALUE SPACES.
000086 01  WS-HIT-COUNT              PIC S9(04) COMP VALUE 0.
000087 01  WS-HIT-IDX                PIC S9(04) COMP VALUE 0.
000088 01  WS-SCAN-IDX               PIC S9(04) COMP VALUE 0.
000089 01  WS-MIN-IDX                PIC S9(04) COMP VALUE 0.
000090 01  WS-HIT-COUNT-ED           PIC ZZ9.
000091 01  WS-CMP-RC-ED              PIC 9(04).
000092
000093 01  WS-SWAP-ENTRY.
000094     05  WS-SWAP-TIMESTAMP     PIC X(26).
000095     05  WS-SWAP-TEXT          PIC X(90).
000096
000097 01  WS-HIT-TABLE.
000098     05  WS-HIT-ENTRY OCCURS 0 TO 500 TIMES
000099             DEPENDING ON WS-HIT-COUNT.
000100         10  WS-HIT-TIMESTAMP      PIC X(26).
000101         10  WS-HIT-TEXT           PIC X(90).
000102
000103 01  WS-HEADING-1              PIC X(132) VALUE
000104     'DL100TRC - CORRELATION TOKEN TRACE'.
000105 01  WS-TOKEN-LINE.
000106     05  FILLER                PIC X(008) VALUE 'TOKEN = '.
000107     05  DL-TOKEN              PIC X(16).
000108     05  FILLER                PIC X(108) VALUE SPACES.
000109 01  WS-HEADING-2              PIC X(132) VALUE
000110     'TIMESTAMP                  FILE     DETAIL'.
000111 01  WS-DETAIL-LINE.
000112     05  DL-HIT-TIMESTAMP      PIC X(26).
000113     05  FILLER                PIC X(01) VALUE SPACE.
000114     05  DL-HIT-TEXT           PIC X(90).
000115     05  FILLER                PIC X(15) VALUE SPACES.
000116 01  WS-NO-TOKEN-LINE          PIC X(132) VALUE
000117     'NO TOKEN SUPPLIED - NOTHING SEARCHED'.
000118 01  WS-SUMMARY-LINE           PIC X(132).
000119
000120 Procedure Division.
000121 0000-MAINLINE.
000122     PERFORM 1000-READ-REQUEST
000123         THRU 1000-READ-REQUEST-EXIT
000124
000125*    A BLANK TOKEN WOULD MATCH EVERY PRE-TOKEN RECORD IN EVERY
000126*    FILE - REFUSE THE SEARCH RATHER THAN DUMP THE HISTORY.
000127     IF WS-TRACE-CORR-ID NOT EQUAL SPACES
000128         PERFORM 2000-SCAN-AUDIT
000129             THRU 2000-SCAN-AUDIT-EXIT
000130
000131         PERFORM 3000-SCAN-COMPLETIONS
000132             THRU 3000-SCAN-COMPLETIONS-EXIT
000133
000134         PERFORM 3500-SCAN-REFUSALS
000135             THRU 3500-SCAN-REFUSALS-EXIT
000136
000137         PERFORM 4000-SCAN-USAGE
000138             THRU 4000-SCAN-USAGE-EXIT
000139
000140         PERFORM 5000-SCAN-EXCEPTIONS
000141             THRU 5000-SCAN-EXCEPTIONS-EXIT
000142
000143         PERFORM 6000-SCAN-FIRING
000144             THRU 6000-SCAN-FIRING-EXIT
000145
000146         PERFORM 7000-SORT-HITS
000147             THRU 7000-SORT-HITS-EXIT
000148     END-IF
000149
000150     PERFORM 8000-PRODUCE-REPORT
000151         THRU 8000-PRODUCE-REPORT-EXIT
000152
000153     GOBACK
000154     .
000155
000156 1000-READ-REQUEST.
000157     OPEN INPUT DL100-TRQ-FILE
000158
000159     READ DL100-TRQ-FILE
000160         AT END
000161             MOVE SPACES TO WS-TRACE-CORR-ID
000162         NOT AT END
000163             MOVE DL100-TRQ-CORR-ID TO WS-TRACE-CORR-ID
000164     END-READ
000165
000166     CLOSE DL100-TRQ-FILE
000167     .
000168 1000-READ-REQUEST-EXIT.
000169     EXIT.
000170
000171 1500-NOTE-HIT-OVERFLOW.
000172     IF NOT WS-HIT-OVERFLOW
000173         MOVE 'Y' TO WS-HIT-OVERFLOW-SW
000174         DISPLAY 'DL100TRC HIT TABLE FULL - FURTHER MATCHING'
000175             ' RECORDS OMITTED FROM THE REPORT'
000176     END-IF
000177     .
000178 1500-NOTE-HIT-OVERFLOW-EXIT.
000179     EXIT.
000180
000181 2000-SCAN-AUDIT.
000182     MOVE 'N' TO WS-EOF-SW
000183     OPEN INPUT DL100-AUD-FILE
000184
000185     PERFORM 2100-SCAN-ONE-AUDIT
000186         THRU 2100-SCAN-ONE-AUDIT-EXIT
000187         UNTIL WS-EOF
000188
000189     CLOSE DL100-AUD-FILE
000190     .
000191 2000-SCAN-AUDIT-EXIT.
000192     EXIT.
000193
000194 2100-SCAN-ONE-AUDIT.
000195     READ DL100-AUD-FILE
000196         AT END
000197             MOVE 'Y' TO WS-EOF-SW
000198         NOT AT END
000199             IF DL100-AUD-CORR-ID EQUAL WS-TRACE-CORR-ID
000200                 IF WS-HIT-COUNT NOT LESS THAN 500
000201                     PERFORM 1500-NOTE-HIT-OVERFLOW
000202                         THRU 1500-NOTE-HIT-OVERFLOW-EXIT
000203                     GO TO 2100-SCAN-ONE-AUDIT-EXIT
000204                 END-IF
000205                 ADD 1 TO WS-HIT-COUNT
000206                 MOVE DL100-AUD-TIMESTAMP
000207                     TO WS-HIT-TIMESTAMP (WS-HIT-COUNT)
000208                 MOVE SPACES TO WS-HIT-TEXT (WS-HIT-COUNT)
000209                 STRING 'DL100AUD XCTL DEPARTURE  TERM='
000210                         DELIMITED BY SIZE
000211                     DL100-AUD-TERM-ID DELIMITED BY SIZE
000212                     ' USER=' DELIMITED BY SIZE
000213                     DL100-AUD-USER-ID DELIMITED BY SIZE
000214                     ' TARGET=' DELIMITED BY SIZE
000215                     DL100-AUD-TARGET-PGM DELIMITED BY SIZE
000216                     INTO WS-HIT-TEXT (WS-HIT-COUNT)
000217             END-IF
000218     END-READ
000219     .
000220 2100-SCAN-ONE-AUDIT-EXIT.
000221     EXIT.
000222
000223 3000-SCAN-COMPLETIONS.
000224     MOVE 'N' TO WS-EOF-SW
000225     OPEN INPUT DL100-CMP-FILE
000226
000227     PERFORM 3100-SCAN-ONE-COMPLETION
000228         THRU 3100-SCAN-ONE-COMPLETION-EXIT
000229         UNTIL WS-EOF
000230
000231     CLOSE DL100-CMP-FILE
000232     .
000233 3000-SCAN-COMPLETIONS-EXIT.
000234     EXIT.
000235
000236 3100-SCAN-ONE-COMPLETION.
000237     READ DL100-CMP-FILE
000238         AT END
000239             MOVE 'Y' TO WS-EOF-SW
000240         NOT AT END
000241             IF DL100-CMP-CORR-ID EQUAL WS-TRACE-CORR-ID
000242                 IF WS-HIT-COUNT NOT LESS THAN 500
000243                     PERFORM 1500-NOTE-HIT-OVERFLOW
000244                         THRU 1500-NOTE-HIT-OVERFLOW-EXIT
000245                     GO TO 3100-SCAN-ONE-COMPLETION-EXIT
000246                 END-IF
000247                 ADD 1 TO WS-HIT-COUNT
000248                 MOVE DL100-CMP-TIMESTAMP
000249                     TO WS-HIT-TIMESTAMP (WS-HIT-COUNT)
000250                 MOVE DL100-CMP-RETURN-CODE TO WS-CMP-RC-ED
000251                 MOVE SPACES TO WS-HIT-TEXT (WS-HIT-COUNT)
000252                 STRING 'DL100CMP COMPLETION      PGM='
000253                         DELIMITED BY SIZE
000254                     DL100-CMP-PROGRAM DELIMITED BY SIZE
000255                     ' USER=' DELIMITED BY SIZE
000256                     DL100-CMP-USER-ID DELIMITED BY SIZE
000257                     ' RC=' DELIMITED BY SIZE
000258                     WS-CMP-RC-ED DELIMITED BY SIZE
000259                     INTO WS-HIT-TEXT (WS-HIT-COUNT)
000260             END-IF
000261     END-READ
000262     .
000263 3100-SCAN-ONE-COMPLETION-EXIT.
000264     EXIT.
000265
000266 3500-SCAN-REFUSALS.
000267     MOVE 'N' TO WS-EOF-SW
000268     OPEN INPUT DL100-NSF-FILE
000269
000270     PERFORM 3600-SCAN-ONE-REFUSAL
000271         THRU 3600-SCAN-ONE-REFUSAL-EXIT
000272         UNTIL WS-EOF
000273
000274     CLOSE DL100-NSF-FILE
000275     .
000276 3500-SCAN-REFUSALS-EXIT.
000277     EXIT.
000278
000279 3600-SCAN-ONE-REFUSAL.
000280     READ DL100-NSF-FILE
000281         AT END
000282             MOVE 'Y' TO WS-EOF-SW
000283         NOT AT END
000284             IF DL100-NSF-CORR-ID EQUAL WS-TRACE-CORR-ID
000285                 IF WS-HIT-COUNT NOT LESS THAN 500
000286                     PERFORM 1500-NOTE-HIT-OVERFLOW
000287                         THRU 1500-NOTE-HIT-OVERFLOW-EXIT
000288                     GO TO 3600-SCAN-ONE-REFUSAL-EXIT
000289                 END-IF
000290                 ADD 1 TO WS-HIT-COUNT
000291                 MOVE DL100-NSF-TIMESTAMP
000292                     TO WS-HIT-TIMESTAMP (WS-HIT-COUNT)
000293                 MOVE SPACES TO WS-HIT-TEXT (WS-HIT-COUNT)
000294                 STRING 'DL100NSF FUNDS REFUSAL   PGM='
000295                         DELIMITED BY SIZE
000296                     DL100-NSF-PROGRAM DELIMITED BY SIZE
000297                     ' USER=' DELIMITED BY SIZE
000298                     DL100-NSF-USER-ID DELIMITED BY SIZE
000299                     ' ACCT=' DELIMITED BY SIZE
000300                     DL100-NSF-ACCOUNT-NO DELIMITED BY SIZE
000301                     INTO WS-HIT-TEXT (WS-HIT-COUNT)
000302             END-IF
000303     END-READ
000304     .
000305 3600-SCAN-ONE-REFUSAL-EXIT.
000306     EXIT.
000307
000308 4000-SCAN-USAGE.
000309     MOVE 'N' TO WS-EOF-SW
000310     OPEN INPUT DL100-USE-FILE
000311
000312     PERFORM 4100-SCAN-ONE-USAGE
000313         THRU 4100-SCAN-ONE-USAGE-EXIT
000314         UNTIL WS-EOF
000315
000316     CLOSE DL100-USE-FILE
000317     .
000318 4000-SCAN-USAGE-EXIT.
000319     EXIT.
000320
000321 4100-SCAN-ONE-USAGE.
000322     READ DL100-USE-FILE
000323         AT END
000324             MOVE 'Y' TO WS-EOF-SW
000325         NOT AT END
000326             IF DL100-USE-CORR-ID EQUAL WS-TRACE-CORR-ID
000327                 IF WS-HIT-COUNT NOT LESS THAN 500
000328                     PERFORM 1500-NOTE-HIT-OVERFLOW
000329                         THRU 1500-NOTE-HIT-OVERFLOW-EXIT
000330                     GO TO 4100-SCAN-ONE-USAGE-EXIT
000331                 END-IF
000332                 ADD 1 TO WS-HIT-COUNT
000333                 MOVE DL100-USE-TIMESTAMP
000334                     TO WS-HIT-TIMESTAMP (WS-HIT-COUNT)
000335                 MOVE SPACES TO WS-HIT-TEXT (WS-HIT-COUNT)
000336                 STRING 'DL100USE ROUTING         BLOCK='
000337                         DELIMITED BY SIZE
000338                     DL100-USE-BLOCK-NO DELIMITED BY SIZE
000339                     ' BRANCH=' DELIMITED BY SIZE
000340                     DL100-USE-BRANCH-CODE DELIMITED BY SIZE
000341                     ' EFFECTIVE=' DELIMITED BY SIZE
000342                     DL100-USE-EFFECTIVE-NAME DELIMITED BY SIZE
000343                     INTO WS-HIT-TEXT (WS-HIT-COUNT)
000344             END-IF
000345     END-READ
000346     .
000347 4100-SCAN-ONE-USAGE-EXIT.
000348     EXIT.
000349
000350 5000-SCAN-EXCEPTIONS.
000351     MOVE 'N' TO WS-EOF-SW
000352     OPEN INPUT DL100-EXC-FILE
000353
000354     PERFORM 5100-SCAN-ONE-EXCEPTION
000355         THRU 5100-SCAN-ONE-EXCEPTION-EXIT
000356         UNTIL WS-EOF
000357
000358     CLOSE DL100-EXC-FILE
000359     .
000360 5000-SCAN-EXCEPTIONS-EXIT.
000361     EXIT.
000362
000363 5100-SCAN-ONE-EXCEPTION.
000364     READ DL100-EXC-FILE
000365         AT END
000366             MOVE 'Y' TO WS-EOF-SW
000367         NOT AT END
000368             IF DL100-EXC-CORR-ID EQUAL WS-TRACE-CORR-ID
000369                 IF WS-HIT-COUNT NOT LESS THAN 500
000370                     PERFORM 1500-NOTE-HIT-OVERFLOW
000371                         THRU 1500-NOTE-HIT-OVERFLOW-EXIT
000372                     GO TO 5100-SCAN-ONE-EXCEPTION-EXIT
000373                 END-IF
000374                 ADD 1 TO WS-HIT-COUNT
000375                 MOVE DL100-EXC-TIMESTAMP
000376                     TO WS-HIT-TIMESTAMP (WS-HIT-COUNT)
000377                 MOVE SPACES TO WS-HIT-TEXT (WS-HIT-COUNT)
000378                 STRING 'DL100EXC EXCEPTION       BLOCK='
000379                         DELIMITED BY SIZE
000380                     DL100-EXC-BLOCK-NO DELIMITED BY SIZE
000381                     ' BRANCH=' DELIMITED BY SIZE
000382                     DL100-EXC-BRANCH-CODE DELIMITED BY SIZE
000383                     ' STUB=' DELIMITED BY SIZE
000384                     DL100-EXC-CANDIDATE-NAME DELIMITED BY SIZE
000385                     INTO WS-HIT-TEXT (WS-HIT-COUNT)
000386             END-IF
000387     END-READ
000388     .
000389 5100-SCAN-ONE-EXCEPTION-EXIT.
000390     EXIT.
000391
000392 6000-SCAN-FIRING.
000393     MOVE 'N' TO WS-EOF-SW
000394     OPEN INPUT DL100-FIR-FILE
000395
000396     PERFORM 6100-SCAN-ONE-FIRING
000397         THRU 6100-SCAN-ONE-FIRING-EXIT
000398         UNTIL WS-EOF
000399
000400     CLOSE DL100-FIR-FILE
000401     .
000402 6000-SCAN-FIRING-EXIT.
000403     EXIT.
000404
000405 6100-SCAN-ONE-FIRING.
000406     READ DL100-FIR-FILE
000407         AT END
000408             MOVE 'Y' TO WS-EOF-SW
000409         NOT AT END
000410             IF DL100-FIR-CORR-ID EQUAL WS-TRACE-CORR-ID
000411                 IF WS-HIT-COUNT NOT LESS THAN 500
000412                     PERFORM 1500-NOTE-HIT-OVERFLOW
000413                         THRU 1500-NOTE-HIT-OVERFLOW-EXIT
000414                     GO TO 6100-SCAN-ONE-FIRING-EXIT
000415                 END-IF
000416                 ADD 1 TO WS-HIT-COUNT
000417                 MOVE DL100-FIR-TIMESTAMP
000418                     TO WS-HIT-TIMESTAMP (WS-HIT-COUNT)
000419                 MOVE SPACES TO WS-HIT-TEXT (WS-HIT-COUNT)
000420                 STRING 'DL100FIR RESOLUTION      FLAGS='
000421                         DELIMITED BY SIZE
000422                     DL100-FIR-FLAG-A DELIMITED BY SIZE
000423                     DL100-FIR-FLAG-B DELIMITED BY SIZE
000424                     DL100-FIR-FLAG-C DELIMITED BY SIZE
000425                     DL100-FIR-FLAG-D DELIMITED BY SIZE
000426                     INTO WS-HIT-TEXT (WS-HIT-COUNT)
000427             END-IF
000428     END-READ
000429     .
000430 6100-SCAN-ONE-FIRING-EXIT.
000431     EXIT.
000432
000433 7000-SORT-HITS.
000434     PERFORM 7100-PLACE-ONE-HIT
000435         THRU 7100-PLACE-ONE-HIT-EXIT
000436         VARYING WS-HIT-IDX FROM 1 BY 1
000437         UNTIL WS-HIT-IDX NOT LESS THAN WS-HIT-COUNT
000438     .
000439 7000-SORT-HITS-EXIT.
000440     EXIT.
000441
000442 7100-PLACE-ONE-HIT.
000443     MOVE WS-HIT-IDX TO WS-MIN-IDX
000444
000445     COMPUTE WS-SCAN-IDX = WS-HIT-IDX + 1
000446     PERFORM 7200-FIND-EARLIEST
000447         THRU 7200-FIND-EARLIEST-EXIT
000448         VARYING WS-SCAN-IDX FROM WS-SCAN-IDX BY 1
000449         UNTIL WS-SCAN-IDX > WS-HIT-COUNT
000450
000451     IF WS-MIN-IDX NOT EQUAL WS-HIT-IDX
000452         MOVE WS-HIT-ENTRY (WS-HIT-IDX) TO WS-SWAP-ENTRY
000453         MOVE WS-HIT-ENTRY (WS-MIN-IDX)
000454             TO WS-HIT-ENTRY (WS-HIT-IDX)
000455         MOVE WS-SWAP-ENTRY TO WS-HIT-ENTRY (WS-MIN-IDX)
000456     END-IF
000457     .
000458 7100-PLACE-ONE-HIT-EXIT.
000459     EXIT.
000460
000461 7200-FIND-EARLIEST.
000462     IF WS-HIT-TIMESTAMP (WS-SCAN-IDX)
000463             LESS THAN WS-HIT-TIMESTAMP (WS-MIN-IDX)
000464         MOVE WS-SCAN-IDX TO WS-MIN-IDX
000465     END-IF
000466     .
000467 7200-FIND-EARLIEST-EXIT.
000468     EXIT.
000469
000470 8000-PRODUCE-REPORT.
000471     OPEN OUTPUT DL100-TRC-RPT
000472
000473     MOVE WS-HEADING-1 TO DL100-TRC-LINE
000474     WRITE DL100-TRC-LINE
000475     MOVE WS-TRACE-CORR-ID TO DL-TOKEN
000476     WRITE DL100-TRC-LINE FROM WS-TOKEN-LINE
000477     MOVE SPACES TO DL100-TRC-LINE
000478     WRITE DL100-TRC-LINE
000479     MOVE WS-HEADING-2 TO DL100-TRC-LINE
000480     WRITE DL100-TRC-LINE
000481
000482     PERFORM 8100-WRITE-ONE-HIT
000483         THRU 8100-WRITE-ONE-HIT-EXIT
000484         VARYING WS-HIT-IDX FROM 1 BY 1
000485         UNTIL WS-HIT-IDX > WS-HIT-COUNT
000486
000487     MOVE SPACES TO DL100-TRC-LINE
000488     WRITE DL100-TRC-LINE
000489
000490     MOVE WS-HIT-COUNT TO WS-HIT-COUNT-ED
000491     MOVE SPACES TO WS-SUMMARY-LINE
000492     EVALUATE TRUE
000493         WHEN WS-TRACE-CORR-ID EQUAL SPACES
000494             MOVE WS-NO-TOKEN-LINE TO WS-SUMMARY-LINE
000495         WHEN WS-HIT-COUNT > 0
000496             STRING 'RECORDS FOUND FOR TOKEN='
000497                     DELIMITED BY SIZE
000498                 WS-HIT-COUNT-ED DELIMITED BY SIZE
000499                 INTO WS-SUMMARY-LINE
000500         WHEN OTHER
000501             STRING 'NO RECORDS FOUND FOR THIS TOKEN'
000502                     DELIMITED BY SIZE
000503                 INTO WS-SUMMARY-LINE
000504     END-EVALUATE
000505     WRITE DL100-TRC-LINE FROM WS-SUMMARY-LINE
000506
000507     CLOSE DL100-TRC-RPT
000508     .
000509 8000-PRODUCE-REPORT-EXIT.
000510     EXIT.
000511
000512 8100-WRITE-ONE-HIT.
000513     MOVE SPACES TO WS-DETAIL-LINE
000514     MOVE WS-HIT-TIMESTAMP (WS-HIT-IDX) TO DL-HIT-TIMESTAMP
000515     MOVE WS-HIT-TEXT (WS-HIT-IDX) TO DL-HIT-TEXT
000516
000517     WRITE DL100-TRC-LINE FROM WS-DETAIL-LINE
000518     .
000519 8100-WRITE-ONE-HIT-EXIT.
000520     EXIT.
