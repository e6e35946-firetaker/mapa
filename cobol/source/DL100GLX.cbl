000004* END-OF-DAY MONEY-MOVEMENT REPORT AND GENERAL-LEDGER EXTRACT.
000005*
000006* READS THE DL100TDT TRANSACTION-DETAIL RECORDS PGMA0001 LOGS
000007* FOR EVERY COMPLETED PAY1/XFR1 (AND REV1 REVERSAL), TOTALS
000008* AMOUNTS AND COUNTS BY TRANSACTION CODE AND BY ACCOUNT, AND CUTS
000009* THE CONTROL-TOTALED GENERAL-LEDGER INTERFACE FILE (DL100GLI) IN
000010* THE HEADER/DETAIL/TRAILER-WITH-CONTROL-TOTAL SHAPE DL100EXT USES
000011* FOR TICKETING.  EACH EXTRACTED DETAIL RECORD IS REWRITTEN
000012* WITH ITS EXTRACTED SWITCH SET, SO A RERUN PICKS UP ONLY WHAT
000013* ARRIVED SINCE AND NOTHING IS EVER POSTED TO THE LEDGER TWICE.
000020* 2026-09-02 JFM    INITIAL VERSION.
000021* 2026-09-02 JFM    WARN ON FIRST OVERFLOW OF THE TRAN-CODE
000022*                   ROLLUP TABLE, MATCHING THE ACCOUNT TABLE.
000023* 2026-10-15 JFM    EACH GLI DETAIL NOW CARRIES AN ENTRY TYPE -
000024*                   'M' MOVEMENT OR 'R' REVERSAL - AND, FOR A
000025*                   REV1, THE TOKEN OF THE MOVEMENT IT OFFSETS,
000026*                   SO THE LEDGER CAN PAIR THE TWO ENTRIES.
000027*================================================================
000028 Identification Division.
000029 Program-ID. DL100GLX.
000030 Environment Division.
000031 Input-Output Section.
000032 File-Control.
000033     SELECT DL100-TDT-FILE ASSIGN TO DL100TDT
000034         ORGANIZATION IS SEQUENTIAL.
000035     SELECT DL100-GLI-FILE ASSIGN TO DL100GLI
000036         ORGANIZATION IS SEQUENTIAL.
000037     SELECT DL100-GLX-RPT ASSIGN TO DL100GLX
000038         ORGANIZATION IS SEQUENTIAL.
000039
000040 Data Division.
000041 File Section.
000042 FD  DL100-TDT-FILE
000043     RECORDING MODE IS F.
000044     COPY DL100TDT.
000045
000046 FD  DL100-GLI-FILE
000047     RECORDING MODE IS F.
000048 01  DL100-GLI-RECORD          PIC X(100).
000049
000050 FD  DL100-GLX-RPT
000051     RECORDING MODE IS F.
000052 01  DL100-GLX-LINE            PIC X(132).
000053
000054 Working-Storage Section.
000055
000056 01  WS-SWITCHES.
000057     05  WS-EOF-SW             PIC X(01) VALUE 'N'.
000058         88  WS-EOF                VALUE 'Y'.
000059     05  WS-CODE-FOUND-SW      PIC X(01) VALUE 'N'.
000060         88  WS-CODE-FOUND         VALUE 'Y'.
000061     05  WS-ACCT-FOUND-SW      PIC X(01) VALUE 'N'.
000062         88  WS-ACCT-FOUND         VALUE 'Y'.
000063     05  WS-ACCT-OVERFLOW-SW   PIC X(01) VALUE 'N'.
000064         88  WS-ACCT-OVERFLOW      VALUE 'Y'.
000065     05  WS-CODE-OVERFLOW-SW   PIC X(01) VALUE 'N'.
000066         88  WS-CODE-OVERFLOW      VALUE 'Y'.
000067
000068 01  WS-RUN-TS                 PIC X(26).
000069 01  WS-DETAIL-COUNT           PIC S9(08) COMP VALUE 0.
000070 01  WS-SKIP-COUNT             PIC S9(08) COMP VALUE 0.
000071 01  WS-AMOUNT-TOTAL           PIC 9(11)V99 VALUE 0.
000072
000073 01  WS-CODE-IDX               PIC S9(04) COMP VALUE 0.
000074 01  WS-ACCT-IDX               PIC S9(04) COMP VALUE 0.
000075
000076 01  WS-CODE-COUNT             PIC S9(04) COMP VALUE 0.
000077 01  WS-CODE-TALLY-TABLE.
000078     05  WS-CODE-TALLY-ENTRY OCCURS 10 TIMES.
000079         10  WS-CODE-TALLY-CODE    PIC X(04).
000080         10  WS-CODE-TALLY-COUNT   PIC S9(08) COMP VALUE 0.
000081         10  WS-CODE-TALLY-AMOUNT  PIC 9(11)V99 VALUE 0.
000082
000083 01  WS-ACCT-COUNT             PIC S9(04) COMP VALUE 0.
000084 01  WS-ACCT-TALLY-TABLE.
000085     05  WS-ACCT-TALLY-ENTRY OCCURS 100 TIMES.
000086         10  WS-ACCT-TALLY-ACCT    PIC X(10).
000087         10  WS-ACCT-TALLY-COUNT   PIC S9(08) COMP VALUE 0.
000088         10  WS-ACCT-TALLY-AMOUNT  PIC 9(11)V99 VALUE 0.
000089
000090 01  WS-GLI-HEADER.
000091     05  WS-GLH-RECORD-TYPE    PIC X(01) VALUE 'H'.
000092     05  WS-GLH-SYSTEM-ID      PIC X(05) VALUE 'DL100'.
000093     05  WS-GLH-RUN-DATE       PIC X(08).
000094     05  FILLER                PIC X(86) VALUE SPACES.
000095
000096 01  WS-GLI-DETAIL.
000097     05  WS-GLD-RECORD-TYPE    PIC X(01) VALUE 'D'.
000098     05  WS-GLD-PROC-DATE      PIC X(08).
000099     05  WS-GLD-TRAN-CODE      PIC X(04).
000100     05  WS-GLD-ACCOUNT-NO     PIC X(10).
000101     05  WS-GLD-COUNTERPARTY   PIC X(20).
000102     05  WS-GLD-AMOUNT         PIC 9(07)V99.
000103     05  WS-GLD-CORR-ID        PIC X(16).
000104     05  WS-GLD-ENTRY-TYPE     PIC X(01).
000105         88  WS-GLD-MOVEMENT       VALUE 'M'.
000106         88  WS-GLD-REVERSAL       VALUE 'R'.
000107     05  WS-GLD-ORIG-CORR-ID   PIC X(16).
000108     05  FILLER                PIC X(15) VALUE SPACES.
000109
000110 01  WS-GLI-TRAILER.
000111     05  WS-GLT-RECORD-TYPE    PIC X(01) VALUE 'T'.
000112     05  WS-GLT-DETAIL-COUNT   PIC 9(08).
000113     05  WS-GLT-AMOUNT-TOTAL   PIC 9(11)V99.
000114     05  FILLER                PIC X(78) VALUE SPACES.
000115
000116 01  WS-HEADING-1              PIC X(132) VALUE
000117     'DL100GLX - MONEY-MOVEMENT REPORT AND LEDGER EXTRACT'.
000118 01  WS-HEADING-2              PIC X(132) VALUE
000119     'SECTION 1 - MOVEMENT BY TRANSACTION CODE'.
000120 01  WS-HEADING-2A             PIC X(132) VALUE
000121     'CODE      COUNT          AMOUNT'.
000122 01  WS-CODE-DETAIL-LINE.
000123     05  DL-CODE               PIC X(04).
000124     05  FILLER                PIC X(01) VALUE SPACE.
000125     05  DL-CODE-COUNT         PIC ZZZ,ZZZ,ZZ9.
000126     05  FILLER                PIC X(01) VALUE SPACE.
000127     05  DL-CODE-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
000128     05  FILLER                PIC X(98) VALUE SPACES.
000129
000130 01  WS-HEADING-3              PIC X(132) VALUE
000131     'SECTION 2 - MOVEMENT BY ACCOUNT'.
000132 01  WS-HEADING-3A             PIC X(132) VALUE
000133     'ACCOUNT          COUNT          AMOUNT'.
000134 01  WS-ACCT-DETAIL-LINE.
000135     05  DL-ACCT               PIC X(10).
000136     05  FILLER                PIC X(01) VALUE SPACE.
000137     05  DL-ACCT-COUNT         PIC ZZZ,ZZZ,ZZ9.
000138     05  FILLER                PIC X(01) VALUE SPACE.
000139     05  DL-ACCT-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
000140     05  FILLER                PIC X(92) VALUE SPACES.
000141
000142 01  WS-SUMMARY-1.
000143     05  FILLER                PIC X(028) VALUE
000144         'DETAILS EXTRACTED         ='.
000145     05  DL-SUM-EXTRACTED      PIC Z,ZZZ,ZZ9.
000146     05  FILLER                PIC X(095) VALUE SPACES.
000147 01  WS-SUMMARY-2.
000148     05  FILLER                PIC X(028) VALUE
000149         'ALREADY-EXTRACTED SKIPPED ='.
000150     05  DL-SUM-SKIPPED        PIC Z,ZZZ,ZZ9.
000151     05  FILLER                PIC X(095) VALUE SPACES.
000152 01  WS-SUMMARY-3.
000153     05  FILLER                PIC X(028) VALUE
000154         'TRAILER AMOUNT TOTAL      ='.
000155     05  DL-SUM-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
000156     05  FILLER                PIC X(086) VALUE SPACES.
000157
000158     COPY DL100RCP.
000159
000160 Procedure Division.
000161 0000-MAINLINE.
000162     PERFORM 0100-RUN-CONTROL-START
000163         THRU 0100-RUN-CONTROL-START-EXIT
000164
000165     IF DL100-RCP-REFUSED
000166         DISPLAY 'DL100GLX RUN REFUSED BY RUN CONTROL'
000167             ' - SEE DL100RNC MESSAGE'
000168         GOBACK
000169     END-IF
000170
000171     PERFORM 1000-OPEN-AND-HEADER
000172         THRU 1000-OPEN-AND-HEADER-EXIT
000173
000174     PERFORM 2000-EXTRACT-DETAILS
000175         THRU 2000-EXTRACT-DETAILS-EXIT
000176
000177     PERFORM 4000-TRAILER-AND-REPORT
000178         THRU 4000-TRAILER-AND-REPORT-EXIT
000179
000180     PERFORM 9000-RUN-CONTROL-END
000181         THRU 9000-RUN-CONTROL-END-EXIT
000182
000183     GOBACK
000184     .
000185
000186 0100-RUN-CONTROL-START.
000187     SET DL100-RCP-FUNC-START TO TRUE
000188     MOVE 'DL100GLX' TO DL100-RCP-JOB-NAME
000189
000190     CALL 'DL100RNC' USING DL100-RCP-PARMS
000191     END-CALL
000192     .
000193 0100-RUN-CONTROL-START-EXIT.
000194     EXIT.
000195
000196 1000-OPEN-AND-HEADER.
000197     MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
000198
000199     OPEN OUTPUT DL100-GLI-FILE
000200
000201     MOVE WS-RUN-TS(1:8) TO WS-GLH-RUN-DATE
000202     WRITE DL100-GLI-RECORD FROM WS-GLI-HEADER
000203     .
000204 1000-OPEN-AND-HEADER-EXIT.
000205     EXIT.
000206
000207 2000-EXTRACT-DETAILS.
000208     MOVE 'N' TO WS-EOF-SW
000209
000210     OPEN I-O DL100-TDT-FILE
000211
000212     PERFORM 2100-EXTRACT-ONE-DETAIL
000213         THRU 2100-EXTRACT-ONE-DETAIL-EXIT
000214         UNTIL WS-EOF
000215
000216     CLOSE DL100-TDT-FILE
000217     .
000218 2000-EXTRACT-DETAILS-EXIT.
000219     EXIT.
000220
000221 2100-EXTRACT-ONE-DETAIL.
000222     READ DL100-TDT-FILE
000223         AT END
000224             MOVE 'Y' TO WS-EOF-SW
000225         NOT AT END
000226             IF DL100-TDT-EXTRACTED
000227                 ADD 1 TO WS-SKIP-COUNT
000228             ELSE
000229                 PERFORM 2200-SEND-ONE-DETAIL
000230                     THRU 2200-SEND-ONE-DETAIL-EXIT
000231             END-IF
000232     END-READ
000233     .
000234 2100-EXTRACT-ONE-DETAIL-EXIT.
000235     EXIT.
000236
000237 2200-SEND-ONE-DETAIL.
000238     MOVE DL100-TDT-PROC-DATE TO WS-GLD-PROC-DATE
000239     MOVE DL100-TDT-TRAN-CODE TO WS-GLD-TRAN-CODE
000240     MOVE DL100-TDT-ACCOUNT-NO TO WS-GLD-ACCOUNT-NO
000241     MOVE DL100-TDT-COUNTERPARTY TO WS-GLD-COUNTERPARTY
000242     MOVE DL100-TDT-AMOUNT TO WS-GLD-AMOUNT
000243     MOVE DL100-TDT-CORR-ID TO WS-GLD-CORR-ID
000244
000245     IF DL100-TDT-TRAN-CODE EQUAL 'REV1'
000246         SET WS-GLD-REVERSAL TO TRUE
000247         MOVE DL100-TDT-ORIG-CORR-ID TO WS-GLD-ORIG-CORR-ID
000248     ELSE
000249         SET WS-GLD-MOVEMENT TO TRUE
000250         MOVE SPACES TO WS-GLD-ORIG-CORR-ID
000251     END-IF
000252
000253     WRITE DL100-GLI-RECORD FROM WS-GLI-DETAIL
000254
000255     ADD 1 TO WS-DETAIL-COUNT
000256     ADD DL100-TDT-AMOUNT TO WS-AMOUNT-TOTAL
000257
000258     PERFORM 2300-TALLY-TRAN-CODE
000259         THRU 2300-TALLY-TRAN-CODE-EXIT
000260
000261     PERFORM 2500-TALLY-ACCOUNT
000262         THRU 2500-TALLY-ACCOUNT-EXIT
000263
000264     SET DL100-TDT-EXTRACTED TO TRUE
000265     REWRITE DL100-TDT-RECORD
000266     .
000267 2200-SEND-ONE-DETAIL-EXIT.
000268     EXIT.
000269
000270 2300-TALLY-TRAN-CODE.
000271     MOVE 'N' TO WS-CODE-FOUND-SW
000272
000273     PERFORM 2400-MATCH-ONE-CODE
000274         THRU 2400-MATCH-ONE-CODE-EXIT
000275         VARYING WS-CODE-IDX FROM 1 BY 1
000276         UNTIL WS-CODE-IDX > WS-CODE-COUNT
000277            OR WS-CODE-FOUND
000278
000279     IF NOT WS-CODE-FOUND
000280         IF WS-CODE-COUNT < 10
000281             ADD 1 TO WS-CODE-COUNT
000282             MOVE DL100-TDT-TRAN-CODE
000283                 TO WS-CODE-TALLY-CODE (WS-CODE-COUNT)
000284             MOVE 1 TO WS-CODE-TALLY-COUNT (WS-CODE-COUNT)
000285             MOVE DL100-TDT-AMOUNT
000286                 TO WS-CODE-TALLY-AMOUNT (WS-CODE-COUNT)
000287         ELSE
000288             IF NOT WS-CODE-OVERFLOW
000289                 MOVE 'Y' TO WS-CODE-OVERFLOW-SW
000290                 DISPLAY 'DL100GLX TRAN-CODE TABLE FULL - PER-'
000291                     'CODE ROLLUP FOR FURTHER CODES OMITTED,'
000292                     ' EXTRACT AND TOTALS UNAFFECTED'
000293             END-IF
000294         END-IF
000295     END-IF
000296     .
000297 2300-TALLY-TRAN-CODE-EXIT.
000298     EXIT.
000299
000300 2400-MATCH-ONE-CODE.
000301     IF WS-CODE-TALLY-CODE (WS-CODE-IDX)
000302             EQUAL DL100-TDT-TRAN-CODE
000303         ADD 1 TO WS-CODE-TALLY-COUNT (WS-CODE-IDX)
000304         ADD DL100-TDT-AMOUNT
000305             TO WS-CODE-TALLY-AMOUNT (WS-CODE-IDX)
000306         MOVE 'Y' TO WS-CODE-FOUND-SW
000307     END-IF
000308     .
000309 2400-MATCH-ONE-CODE-EXIT.
000310     EXIT.
000311
000312 2500-TALLY-ACCOUNT.
000313     MOVE 'N' TO WS-ACCT-FOUND-SW
000314
000315     PERFORM 2600-MATCH-ONE-ACCOUNT
000316         THRU 2600-MATCH-ONE-ACCOUNT-EXIT
000317         VARYING WS-ACCT-IDX FROM 1 BY 1
000318         UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
000319            OR WS-ACCT-FOUND
000320
000321     IF NOT WS-ACCT-FOUND
000322         IF WS-ACCT-COUNT < 100
000323             ADD 1 TO WS-ACCT-COUNT
000324             MOVE DL100-TDT-ACCOUNT-NO
000325                 TO WS-ACCT-TALLY-ACCT (WS-ACCT-COUNT)
000326             MOVE 1 TO WS-ACCT-TALLY-COUNT (WS-ACCT-COUNT)
000327             MOVE DL100-TDT-AMOUNT
000328                 TO WS-ACCT-TALLY-AMOUNT (WS-ACCT-COUNT)
000329         ELSE
000330             IF NOT WS-ACCT-OVERFLOW
000331                 MOVE 'Y' TO WS-ACCT-OVERFLOW-SW
000332                 DISPLAY 'DL100GLX ACCOUNT TABLE FULL - PER-'
000333                     'ACCOUNT ROLLUP FOR FURTHER ACCOUNTS'
000334                     ' OMITTED, EXTRACT AND TOTALS UNAFFECTED'
000335             END-IF
000336         END-IF
000337     END-IF
000338     .
000339 2500-TALLY-ACCOUNT-EXIT.
000340     EXIT.
000341
000342 2600-MATCH-ONE-ACCOUNT.
000343     IF WS-ACCT-TALLY-ACCT (WS-ACCT-IDX)
000344             EQUAL DL100-TDT-ACCOUNT-NO
000345         ADD 1 TO WS-ACCT-TALLY-COUNT (WS-ACCT-IDX)
000346         ADD DL100-TDT-AMOUNT
000347             TO WS-ACCT-TALLY-AMOUNT (WS-ACCT-IDX)
000348         MOVE 'Y' TO WS-ACCT-FOUND-SW
000349     END-IF
000350     .
000351 2600-MATCH-ONE-ACCOUNT-EXIT.
000352     EXIT.
000353
000354 4000-TRAILER-AND-REPORT.
000355     MOVE WS-DETAIL-COUNT TO WS-GLT-DETAIL-COUNT
000356     MOVE WS-AMOUNT-TOTAL TO WS-GLT-AMOUNT-TOTAL
000357     WRITE DL100-GLI-RECORD FROM WS-GLI-TRAILER
000358
000359     CLOSE DL100-GLI-FILE
000360
000361     OPEN OUTPUT DL100-GLX-RPT
000362
000363     MOVE WS-HEADING-1 TO DL100-GLX-LINE
000364     WRITE DL100-GLX-LINE
000365     MOVE SPACES TO DL100-GLX-LINE
000366     WRITE DL100-GLX-LINE
000367
000368     MOVE WS-HEADING-2 TO DL100-GLX-LINE
000369     WRITE DL100-GLX-LINE
000370     MOVE WS-HEADING-2A TO DL100-GLX-LINE
000371     WRITE DL100-GLX-LINE
000372     PERFORM 4100-WRITE-ONE-CODE-DETAIL
000373         THRU 4100-WRITE-ONE-CODE-DETAIL-EXIT
000374         VARYING WS-CODE-IDX FROM 1 BY 1
000375         UNTIL WS-CODE-IDX > WS-CODE-COUNT
000376
000377     MOVE SPACES TO DL100-GLX-LINE
000378     WRITE DL100-GLX-LINE
000379     MOVE WS-HEADING-3 TO DL100-GLX-LINE
000380     WRITE DL100-GLX-LINE
000381     MOVE WS-HEADING-3A TO DL100-GLX-LINE
000382     WRITE DL100-GLX-LINE
000383     PERFORM 4200-WRITE-ONE-ACCT-DETAIL
000384         THRU 4200-WRITE-ONE-ACCT-DETAIL-EXIT
000385         VARYING WS-ACCT-IDX FROM 1 BY 1
000386         UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
000387
000388     MOVE SPACES TO DL100-GLX-LINE
000389     WRITE DL100-GLX-LINE
000390     MOVE WS-DETAIL-COUNT TO DL-SUM-EXTRACTED
000391     WRITE DL100-GLX-LINE FROM WS-SUMMARY-1
000392     MOVE WS-SKIP-COUNT TO DL-SUM-SKIPPED
000393     WRITE DL100-GLX-LINE FROM WS-SUMMARY-2
000394     MOVE WS-AMOUNT-TOTAL TO DL-SUM-AMOUNT
000395     WRITE DL100-GLX-LINE FROM WS-SUMMARY-3
000396
000397     CLOSE DL100-GLX-RPT
000398     .
000399 4000-TRAILER-AND-REPORT-EXIT.
000400     EXIT.
000401
000402 4100-WRITE-ONE-CODE-DETAIL.
000403     MOVE SPACES TO WS-CODE-DETAIL-LINE
000404     MOVE WS-CODE-TALLY-CODE (WS-CODE-IDX) TO DL-CODE
000405     MOVE WS-CODE-TALLY-COUNT (WS-CODE-IDX) TO DL-CODE-COUNT
000406     MOVE WS-CODE-TALLY-AMOUNT (WS-CODE-IDX) TO DL-CODE-AMOUNT
000407
000408     WRITE DL100-GLX-LINE FROM WS-CODE-DETAIL-LINE
000409     .
000410 4100-WRITE-ONE-CODE-DETAIL-EXIT.
000411     EXIT.
000412
000413 4200-WRITE-ONE-ACCT-DETAIL.
000414     MOVE SPACES TO WS-ACCT-DETAIL-LINE
000415     MOVE WS-ACCT-TALLY-ACCT (WS-ACCT-IDX) TO DL-ACCT
000416     MOVE WS-ACCT-TALLY-COUNT (WS-ACCT-IDX) TO DL-ACCT-COUNT
000417     MOVE WS-ACCT-TALLY-AMOUNT (WS-ACCT-IDX) TO DL-ACCT-AMOUNT
000418
000419     WRITE DL100-GLX-LINE FROM WS-ACCT-DETAIL-LINE
000420     .
000421 4200-WRITE-ONE-ACCT-DETAIL-EXIT.
000422     EXIT.
000423
000424 9000-RUN-CONTROL-END.
000425     SET DL100-RCP-FUNC-END TO TRUE
000426     MOVE 'DL100GLX' TO DL100-RCP-JOB-NAME
000427     COMPUTE DL100-RCP-INPUT-COUNT = WS-DETAIL-COUNT
000428         + WS-SKIP-COUNT
000429     MOVE WS-DETAIL-COUNT TO DL100-RCP-OUTPUT-COUNT
000430     MOVE 0 TO DL100-RCP-RETURN-CODE
000431
000432     CALL 'DL100RNC' USING DL100-RCP-PARMS
000433     END-CALL
000434     .
000435 9000-RUN-CONTROL-END-EXIT.
000436     EXIT.
