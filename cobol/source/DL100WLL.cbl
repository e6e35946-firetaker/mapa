000001*================================================================
000002* DL100WLL
000003*
000004* WATCH-LIST LOADER - REPLACES DL100WLS FROM THE COMPLIANCE DROP.
000005*
000006* COMPLIANCE SENDS THE WHOLE LIST EVERY TIME AS DL100WLD: A
000007* HEADER, ONE DETAIL PER LISTED NAME OR ACCOUNT, AND A TRAILER
000008* CARRYING THE DETAIL COUNT.  A FIRST PASS PROVES THE DROP - THE
000009* HEADER FIRST, THE TRAILER LAST, EVERY DETAIL A NAME ENTRY WITH
000010* A NAME OR AN ACCOUNT ENTRY WITH AN ACCOUNT, AND THE DETAILS
000011* RECEIVED EQUAL TO THE TRAILER COUNT.  ONLY A DROP THAT PROVES
000012* IS LOADED: THE SECOND PASS REWRITES DL100WLS WITH EACH NAME'S
000013* NORMALIZED FORM (FROM DL100WSC, SO THE LIST AND THE SCREEN CAN
000014* NEVER NORMALIZE DIFFERENTLY) AND THE PROCESSING DATE.  A DROP
000015* THAT FAILS LEAVES THE CURRENT LIST IN FORCE, IS REPORTED WITH
000016* ITS REASON, AND ENDS THE RUN WITH RETURN CODE 8 SO IT IS NOT
000017* A CLEAN END AND CAN BE RERUN ONCE COMPLIANCE RESENDS.
000018*
000019* MAINTENANCE HISTORY
000020* DATE       INIT   DESCRIPTION
000021* ---------- ------ ----------------------------------------------
000022* 2026-10-15 JFM    INITIAL VERSION.
000023*================================================================
000024 Identification Division.
000025 Program-ID. DL100WLL.
000026 Environment Division.
000027 Input-Output Section.
000028 File-Control.
000029     SELECT DL100-CAL-FILE ASSIGN TO DL100CAL
000030         ORGANIZATION IS SEQUENTIAL.
000031     SELECT DL100-WLD-FILE ASSIGN TO DL100WLD
000032         ORGANIZATION IS SEQUENTIAL.
000033     SELECT DL100-WLS-FILE ASSIGN TO DL100WLS
000034         ORGANIZATION IS SEQUENTIAL.
000035     SELECT DL100-WLL-RPT ASSIGN TO DL100WLL
000036         ORGANIZATION IS SEQUENTIAL.
000037
000038 Data Division.
000039 File Section.
000040 FD  DL100-CAL-FILE
000041     RECORDING MODE IS F.
000042     COPY DL100CAL.
000043
000044 FD  DL100-WLD-FILE
000045     RECORDING MODE IS F.
000046     COPY DL100WLD.
000047
000048 FD  DL100-WLS-FILE
000049     RECORDING MODE IS F.
000050     COPY DL100WLS.
000051
000052 FD  DL100-WLL-RPT
000053     RECORDING MODE IS F.
000054 01  DL100-WLL-LINE            PIC X(132).
000055
000056 Working-Storage Section.
000057
000058 01  CONSTANTS.
000059     05  MYNAME                PIC X(008) VALUE 'DL100WLL'.
000060
000061 01  WS-SWITCHES.
000062     05  WS-CAL-EOF-SW         PIC X(01) VALUE 'N'.
000063         88  WS-CAL-EOF            VALUE 'Y'.
000064     05  WS-EOF-SW             PIC X(01) VALUE 'N'.
000065         88  WS-EOF                VALUE 'Y'.
000066     05  WS-HEADER-SEEN-SW     PIC X(01) VALUE 'N'.
000067         88  WS-HEADER-SEEN        VALUE 'Y'.
000068     05  WS-TRAILER-SEEN-SW    PIC X(01) VALUE 'N'.
000069         88  WS-TRAILER-SEEN       VALUE 'Y'.
000070     05  WS-REJECTED-SW        PIC X(01) VALUE 'N'.
000071         88  WS-REJECTED           VALUE 'Y'.
000072
000073 01  WS-NOW-TS                 PIC X(26).
000074 01  WS-PROC-DATE              PIC X(08).
000075 01  WS-BEST-DATE              PIC X(08).
000076 01  WS-REJECT-REASON          PIC X(60) VALUE SPACES.
000077
000078 01  WS-LIST-DATE              PIC X(08) VALUE SPACES.
000079 01  WS-LIST-SOURCE            PIC X(20) VALUE SPACES.
000080 01  WS-READ-COUNT             PIC S9(08) COMP VALUE 0.
000081 01  WS-DETAIL-COUNT           PIC S9(08) COMP VALUE 0.
000082 01  WS-TRAILER-COUNT          PIC S9(08) COMP VALUE 0.
000083 01  WS-LOADED-COUNT           PIC S9(08) COMP VALUE 0.
000084 01  WS-NAME-COUNT             PIC S9(08) COMP VALUE 0.
000085 01  WS-ACCOUNT-COUNT          PIC S9(08) COMP VALUE 0.
000086 01  WS-BAD-DETAIL-COUNT       PIC S9(08) COMP VALUE 0.
000087
000088 01  WS-HEADING-1.
000089     05  FILLER                PIC X(040) VALUE
000090         'DL100WLL - WATCH-LIST LOAD - PROCESSING '.
000091     05  FILLER                PIC X(005) VALUE 'DATE '.
000092     05  DL-HDG-PROC-DATE      PIC X(08).
000093     05  FILLER                PIC X(079) VALUE SPACES.
000094 01  WS-RULE-LINE              PIC X(132) VALUE ALL '-'.
000095
000096 01  WS-SOURCE-LINE.
000097     05  FILLER                PIC X(032) VALUE
000098         'LIST SOURCE'.
000099     05  DL-SRC-SOURCE         PIC X(20).
000100     05  FILLER                PIC X(012) VALUE
000101         '  LIST DATE '.
000102     05  DL-SRC-LIST-DATE      PIC X(08).
000103     05  FILLER                PIC X(060) VALUE SPACES.
000104
000105 01  WS-BAD-LINE.
000106     05  FILLER                PIC X(004) VALUE SPACES.
000107     05  FILLER                PIC X(007) VALUE 'RECORD '.
000108     05  DL-BAD-RECNO          PIC ZZ,ZZZ,ZZ9.
000109     05  FILLER                PIC X(002) VALUE SPACES.
000110     05  DL-BAD-TEXT           PIC X(080).
000111     05  FILLER                PIC X(029) VALUE SPACES.
000112
000113 01  WS-SUMMARY-LINE.
000114     05  DL-SUM-LABEL          PIC X(032).
000115     05  DL-SUM-COUNT          PIC Z,ZZZ,ZZ9.
000116     05  FILLER                PIC X(091) VALUE SPACES.
000117
000118 01  WS-RESULT-LINE.
000119     05  FILLER                PIC X(008) VALUE 'RESULT: '.
000120     05  DL-RESULT-TEXT        PIC X(070).
000121     05  FILLER                PIC X(054) VALUE SPACES.
000122
000123     COPY DL100WSP.
000124
000125     COPY DL100RCP.
000126
000127 Procedure Division.
000128 0000-MAINLINE.
000129     PERFORM 0100-RUN-CONTROL-START
000130         THRU 0100-RUN-CONTROL-START-EXIT
000131
000132     IF DL100-RCP-REFUSED
000133         DISPLAY 'DL100WLL RUN REFUSED BY RUN CONTROL'
000134             ' - SEE DL100RNC MESSAGE'
000135         GOBACK
000136     END-IF
000137
000138     MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
000139     MOVE WS-NOW-TS(1:8) TO WS-PROC-DATE
000140
000141     PERFORM 0500-RESOLVE-PROC-DATE
000142         THRU 0500-RESOLVE-PROC-DATE-EXIT
000143
000144     OPEN OUTPUT DL100-WLL-RPT
000145     MOVE WS-PROC-DATE TO DL-HDG-PROC-DATE
000146     WRITE DL100-WLL-LINE FROM WS-HEADING-1
000147     WRITE DL100-WLL-LINE FROM WS-RULE-LINE
000148
000149     PERFORM 1000-PROVE-DROP
000150         THRU 1000-PROVE-DROP-EXIT
000151
000152     IF NOT WS-REJECTED
000153         PERFORM 2000-LOAD-LIST
000154             THRU 2000-LOAD-LIST-EXIT
000155     END-IF
000156
000157     PERFORM 8000-SUMMARY
000158         THRU 8000-SUMMARY-EXIT
000159
000160     CLOSE DL100-WLL-RPT
000161
000162     PERFORM 9000-RUN-CONTROL-END
000163         THRU 9000-RUN-CONTROL-END-EXIT
000164
000165     IF WS-REJECTED
000166         MOVE 8 TO RETURN-CODE
000167     END-IF
000168
000169     GOBACK
000170     .
000171
000172 0100-RUN-CONTROL-START.
000173     SET DL100-RCP-FUNC-START TO TRUE
000174     MOVE 'DL100WLL' TO DL100-RCP-JOB-NAME
000175
000176     CALL 'DL100RNC' USING DL100-RCP-PARMS
000177     END-CALL
000178     .
000179 0100-RUN-CONTROL-START-EXIT.
000180     EXIT.
000181
000182 0500-RESOLVE-PROC-DATE.
000183*    SAME RULE AS DL100RNC - THE PROCESSING DATE IS THE LATEST
000184*    BUSINESS DAY ON OR BEFORE THE CLOCK DATE; AN EMPTY OR
000185*    MISSING CALENDAR FALLS BACK TO THE CLOCK DATE.
000186     MOVE SPACES TO WS-BEST-DATE
000187     MOVE 'N' TO WS-CAL-EOF-SW
000188
000189     OPEN INPUT DL100-CAL-FILE
000190
000191     PERFORM 0550-SCAN-ONE-CAL-DAY
000192         THRU 0550-SCAN-ONE-CAL-DAY-EXIT
000193         UNTIL WS-CAL-EOF
000194
000195     CLOSE DL100-CAL-FILE
000196
000197     IF WS-BEST-DATE NOT EQUAL SPACES
000198         MOVE WS-BEST-DATE TO WS-PROC-DATE
000199     END-IF
000200     .
000201 0500-RESOLVE-PROC-DATE-EXIT.
000202     EXIT.
000203
000204 0550-SCAN-ONE-CAL-DAY.
000205     READ DL100-CAL-FILE
000206         AT END
000207             MOVE 'Y' TO WS-CAL-EOF-SW
000208         NOT AT END
000209             IF DL100-CAL-BUSINESS
000210                AND DL100-CAL-DATE
000211                        NOT GREATER THAN WS-NOW-TS(1:8)
000212                AND DL100-CAL-DATE GREATER THAN WS-BEST-DATE
000213                 MOVE DL100-CAL-DATE TO WS-BEST-DATE
000214             END-IF
000215     END-READ
000216     .
000217 0550-SCAN-ONE-CAL-DAY-EXIT.
000218     EXIT.
000219
000220 1000-PROVE-DROP.
000221     MOVE 'N' TO WS-EOF-SW
000222
000223     OPEN INPUT DL100-WLD-FILE
000224
000225     PERFORM 1100-PROVE-ONE-RECORD
000226         THRU 1100-PROVE-ONE-RECORD-EXIT
000227         UNTIL WS-EOF
000228
000229     CLOSE DL100-WLD-FILE
000230
000231     MOVE WS-LIST-SOURCE TO DL-SRC-SOURCE
000232     MOVE WS-LIST-DATE TO DL-SRC-LIST-DATE
000233     WRITE DL100-WLL-LINE FROM WS-SOURCE-LINE
000234
000235*    THE FIRST FAILURE FOUND IS THE ONE REPORTED AS THE REASON;
000236*    BAD DETAILS ARE ALL LISTED ABOVE IT.
000237     EVALUATE TRUE
000238         WHEN WS-REJECTED
000239             CONTINUE
000240         WHEN WS-READ-COUNT EQUAL 0
000241             MOVE 'DROP FILE IS EMPTY'
000242                 TO WS-REJECT-REASON
000243             MOVE 'Y' TO WS-REJECTED-SW
000244         WHEN NOT WS-TRAILER-SEEN
000245             MOVE 'NO TRAILER RECORD - DROP IS INCOMPLETE'
000246                 TO WS-REJECT-REASON
000247             MOVE 'Y' TO WS-REJECTED-SW
000248         WHEN WS-BAD-DETAIL-COUNT GREATER THAN 0
000249             MOVE 'DETAIL RECORDS FAILED VALIDATION'
000250                 TO WS-REJECT-REASON
000251             MOVE 'Y' TO WS-REJECTED-SW
000252         WHEN WS-DETAIL-COUNT NOT EQUAL WS-TRAILER-COUNT
000253             MOVE 'DETAIL COUNT DOES NOT MATCH TRAILER COUNT'
000254                 TO WS-REJECT-REASON
000255             MOVE 'Y' TO WS-REJECTED-SW
000256         WHEN OTHER
000257             CONTINUE
000258     END-EVALUATE
000259     .
000260 1000-PROVE-DROP-EXIT.
000261     EXIT.
000262
000263 1100-PROVE-ONE-RECORD.
000264     READ DL100-WLD-FILE
000265         AT END
000266             MOVE 'Y' TO WS-EOF-SW
000267         NOT AT END
000268             ADD 1 TO WS-READ-COUNT
000269             PERFORM 1200-CHECK-RECORD
000270                 THRU 1200-CHECK-RECORD-EXIT
000271     END-READ
000272     .
000273 1100-PROVE-ONE-RECORD-EXIT.
000274     EXIT.
000275
000276 1200-CHECK-RECORD.
000277     IF WS-TRAILER-SEEN
000278         MOVE 'RECORD FOUND AFTER THE TRAILER' TO DL-BAD-TEXT
000279         PERFORM 1300-REJECT-RECORD
000280             THRU 1300-REJECT-RECORD-EXIT
000281         GO TO 1200-CHECK-RECORD-EXIT
000282     END-IF
000283
000284     IF WS-READ-COUNT EQUAL 1
000285         IF NOT DL100-WLD-HEADER
000286             MOVE 'FIRST RECORD IS NOT THE HEADER' TO DL-BAD-TEXT
000287             PERFORM 1300-REJECT-RECORD
000288                 THRU 1300-REJECT-RECORD-EXIT
000289             GO TO 1200-CHECK-RECORD-EXIT
000290         END-IF
000291         MOVE 'Y' TO WS-HEADER-SEEN-SW
000292         MOVE DL100-WLD-LIST-DATE TO WS-LIST-DATE
000293         MOVE DL100-WLD-SOURCE TO WS-LIST-SOURCE
000294         GO TO 1200-CHECK-RECORD-EXIT
000295     END-IF
000296
000297     EVALUATE TRUE
000298         WHEN DL100-WLD-TRAILER
000299             MOVE 'Y' TO WS-TRAILER-SEEN-SW
000300             IF DL100-WLD-RECORD-COUNT NUMERIC
000301                 MOVE DL100-WLD-RECORD-COUNT TO WS-TRAILER-COUNT
000302             ELSE
000303                 MOVE 'TRAILER COUNT IS NOT NUMERIC'
000304                     TO DL-BAD-TEXT
000305                 PERFORM 1300-REJECT-RECORD
000306                     THRU 1300-REJECT-RECORD-EXIT
000307             END-IF
000308         WHEN DL100-WLD-DETAIL
000309             ADD 1 TO WS-DETAIL-COUNT
000310             PERFORM 1400-CHECK-DETAIL
000311                 THRU 1400-CHECK-DETAIL-EXIT
000312         WHEN OTHER
000313             MOVE 'RECORD TYPE IS NOT H, D OR T' TO DL-BAD-TEXT
000314             PERFORM 1300-REJECT-RECORD
000315                 THRU 1300-REJECT-RECORD-EXIT
000316     END-EVALUATE
000317     .
000318 1200-CHECK-RECORD-EXIT.
000319     EXIT.
000320
000321 1300-REJECT-RECORD.
000322     MOVE WS-READ-COUNT TO DL-BAD-RECNO
000323     WRITE DL100-WLL-LINE FROM WS-BAD-LINE
000324
000325     IF NOT WS-REJECTED
000326         MOVE DL-BAD-TEXT TO WS-REJECT-REASON
000327         MOVE 'Y' TO WS-REJECTED-SW
000328     END-IF
000329     .
000330 1300-REJECT-RECORD-EXIT.
000331     EXIT.
000332
000333 1400-CHECK-DETAIL.
000334     EVALUATE DL100-WLD-PARTY-TYPE
000335         WHEN 'N'
000336             IF DL100-WLD-PARTY-NAME EQUAL SPACES
000337                 MOVE 'NAME ENTRY WITH NO NAME' TO DL-BAD-TEXT
000338                 ADD 1 TO WS-BAD-DETAIL-COUNT
000339                 PERFORM 1300-REJECT-RECORD
000340                     THRU 1300-REJECT-RECORD-EXIT
000341             END-IF
000342         WHEN 'A'
000343             IF DL100-WLD-ACCOUNT-NO EQUAL SPACES
000344                 MOVE 'ACCOUNT ENTRY WITH NO ACCOUNT'
000345                     TO DL-BAD-TEXT
000346                 ADD 1 TO WS-BAD-DETAIL-COUNT
000347                 PERFORM 1300-REJECT-RECORD
000348                     THRU 1300-REJECT-RECORD-EXIT
000349             END-IF
000350         WHEN OTHER
000351             MOVE 'PARTY TYPE IS NOT N OR A' TO DL-BAD-TEXT
000352             ADD 1 TO WS-BAD-DETAIL-COUNT
000353             PERFORM 1300-REJECT-RECORD
000354                 THRU 1300-REJECT-RECORD-EXIT
000355     END-EVALUATE
000356     .
000357 1400-CHECK-DETAIL-EXIT.
000358     EXIT.
000359
000360 2000-LOAD-LIST.
000361     MOVE 'N' TO WS-EOF-SW
000362
000363     OPEN INPUT DL100-WLD-FILE
000364     OPEN OUTPUT DL100-WLS-FILE
000365
000366     PERFORM 2100-LOAD-ONE-RECORD
000367         THRU 2100-LOAD-ONE-RECORD-EXIT
000368         UNTIL WS-EOF
000369
000370     CLOSE DL100-WLS-FILE
000371     CLOSE DL100-WLD-FILE
000372     .
000373 2000-LOAD-LIST-EXIT.
000374     EXIT.
000375
000376 2100-LOAD-ONE-RECORD.
000377     READ DL100-WLD-FILE
000378         AT END
000379             MOVE 'Y' TO WS-EOF-SW
000380         NOT AT END
000381             IF DL100-WLD-DETAIL
000382                 PERFORM 2200-WRITE-ENTRY
000383                     THRU 2200-WRITE-ENTRY-EXIT
000384             END-IF
000385     END-READ
000386     .
000387 2100-LOAD-ONE-RECORD-EXIT.
000388     EXIT.
000389
000390 2200-WRITE-ENTRY.
000391     MOVE SPACES TO DL100-WLS-RECORD
000392     MOVE DL100-WLD-ENTRY-ID TO DL100-WLS-ENTRY-ID
000393     MOVE DL100-WLD-PARTY-TYPE TO DL100-WLS-PARTY-TYPE
000394     MOVE DL100-WLD-LIST-CODE TO DL100-WLS-LIST-CODE
000395     MOVE WS-PROC-DATE TO DL100-WLS-LOAD-DATE
000396
000397     IF DL100-WLS-NAME-ENTRY
000398         MOVE DL100-WLD-PARTY-NAME TO DL100-WLS-PARTY-NAME
000399         SET DL100-WSP-FUNC-NORMALIZE TO TRUE
000400         MOVE DL100-WLD-PARTY-NAME TO DL100-WSP-NAME
000401         CALL 'DL100WSC' USING DL100-WSP-PARMS
000402         END-CALL
000403         MOVE DL100-WSP-NORM-NAME TO DL100-WLS-NORM-NAME
000404         ADD 1 TO WS-NAME-COUNT
000405     ELSE
000406         MOVE DL100-WLD-PARTY-NAME TO DL100-WLS-PARTY-NAME
000407         MOVE DL100-WLD-ACCOUNT-NO TO DL100-WLS-ACCOUNT-NO
000408         ADD 1 TO WS-ACCOUNT-COUNT
000409     END-IF
000410
000411     WRITE DL100-WLS-RECORD
000412     ADD 1 TO WS-LOADED-COUNT
000413     .
000414 2200-WRITE-ENTRY-EXIT.
000415     EXIT.
000416
000417 8000-SUMMARY.
000418     WRITE DL100-WLL-LINE FROM WS-RULE-LINE
000419
000420     MOVE 'RECORDS READ' TO DL-SUM-LABEL
000421     MOVE WS-READ-COUNT TO DL-SUM-COUNT
000422     WRITE DL100-WLL-LINE FROM WS-SUMMARY-LINE
000423
000424     MOVE 'DETAIL RECORDS RECEIVED' TO DL-SUM-LABEL
000425     MOVE WS-DETAIL-COUNT TO DL-SUM-COUNT
000426     WRITE DL100-WLL-LINE FROM WS-SUMMARY-LINE
000427
000428     MOVE 'TRAILER CONTROL COUNT' TO DL-SUM-LABEL
000429     MOVE WS-TRAILER-COUNT TO DL-SUM-COUNT
000430     WRITE DL100-WLL-LINE FROM WS-SUMMARY-LINE
000431
000432     MOVE 'DETAIL RECORDS FAILED' TO DL-SUM-LABEL
000433     MOVE WS-BAD-DETAIL-COUNT TO DL-SUM-COUNT
000434     WRITE DL100-WLL-LINE FROM WS-SUMMARY-LINE
000435
000436     MOVE 'NAME ENTRIES LOADED' TO DL-SUM-LABEL
000437     MOVE WS-NAME-COUNT TO DL-SUM-COUNT
000438     WRITE DL100-WLL-LINE FROM WS-SUMMARY-LINE
000439
000440     MOVE 'ACCOUNT ENTRIES LOADED' TO DL-SUM-LABEL
000441     MOVE WS-ACCOUNT-COUNT TO DL-SUM-COUNT
000442     WRITE DL100-WLL-LINE FROM WS-SUMMARY-LINE
000443
000444     IF WS-REJECTED
000445         MOVE SPACES TO DL-RESULT-TEXT
000446         STRING 'DROP REJECTED - ' DELIMITED BY SIZE
000447                WS-REJECT-REASON DELIMITED BY SIZE
000448             INTO DL-RESULT-TEXT
000449         END-STRING
000450         WRITE DL100-WLL-LINE FROM WS-RESULT-LINE
000451         MOVE 'CURRENT WATCH LIST LEFT IN FORCE' TO DL-RESULT-TEXT
000452         WRITE DL100-WLL-LINE FROM WS-RESULT-LINE
000453         DISPLAY 'DL100WLL WATCH-LIST DROP REJECTED - '
000454             WS-REJECT-REASON
000455     ELSE
000456         MOVE 'WATCH LIST REPLACED FROM DROP' TO DL-RESULT-TEXT
000457         WRITE DL100-WLL-LINE FROM WS-RESULT-LINE
000458     END-IF
000459     .
000460 8000-SUMMARY-EXIT.
000461     EXIT.
000462
000463 9000-RUN-CONTROL-END.
000464*    A REJECTED DROP IS NOT A CLEAN END, SO THE LOAD CAN BE
000465*    RERUN THE SAME DAY ONCE COMPLIANCE RESENDS.
000466     SET DL100-RCP-FUNC-END TO TRUE
000467     MOVE 'DL100WLL' TO DL100-RCP-JOB-NAME
000468     MOVE WS-READ-COUNT TO DL100-RCP-INPUT-COUNT
000469     MOVE WS-LOADED-COUNT TO DL100-RCP-OUTPUT-COUNT
000470     IF WS-REJECTED
000471         MOVE 8 TO DL100-RCP-RETURN-CODE
000472     ELSE
000473         MOVE 0 TO DL100-RCP-RETURN-CODE
000474     END-IF
000475
000476     CALL 'DL100RNC' USING DL100-RCP-PARMS
000477     END-CALL
000478     .
000479 9000-RUN-CONTROL-END-EXIT.
000480     EXIT.
