000001*================================================================
000002* DL100APW
000003*
000004* WEEKLY APPROVER REPORT FOR THE DL100APQ AND DL100SUQ CONSOLES.
000005*
000006* COVERS THE SEVEN DAYS ENDING ON THE PROCESSING DATE.  SECTION 1
000007* LISTS EVERY HELD OVER-LIMIT ENTRY APPROVED ON DL100PND AND
000008* EVERY SUSPECTED DUPLICATE RELEASED ON DL100SUS IN THE WEEK,
000009* GROUPED BY THE APPROVER WHO DECIDED IT, UNDER THAT APPROVER'S
000010* DL100APA AUTHORITY.  A DECISION OVER THE APPROVER'S CURRENT
000011* AUTHORITY (OR BY A USER WITH NONE ON FILE), OR ON AN ENTRY THE
000012* APPROVER KEYED, IS FLAGGED - THE CONSOLES REFUSE BOTH NOW, SO A
000013* FLAG MEANS THE AUTHORITY WAS LOWERED SINCE OR THE DECISION
000014* PREDATES THE CONTROL.  EACH APPROVER'S GROUP ENDS WITH THE
000015* COUNT, AMOUNT, AND LARGEST ITEM DECIDED AND THE NUMBER OF
000016* REFUSED ATTEMPTS.  SECTION 2 LISTS EVERY REFUSED DECISION
000017* ATTEMPT LOGGED TO DL100ADR IN THE WEEK.  REJECTIONS MOVE NO
000018* MONEY AND ARE NOT LISTED.
000019*
000020* MAINTENANCE HISTORY
000021* DATE       INIT   DESCRIPTION
000022* ---------- ------ ----------------------------------------------
000023* 2026-10-15 JFM    INITIAL VERSION.
000024*================================================================
000025 Identification Division.
000026 Program-ID. DL100APW.
000027 Environment Division.
000028 Input-Output Section.
000029 File-Control.
000030     SELECT DL100-CAL-FILE ASSIGN TO DL100CAL
000031         ORGANIZATION IS SEQUENTIAL.
000032     SELECT DL100-PND-FILE ASSIGN TO DL100PND
000033         ORGANIZATION IS SEQUENTIAL.
000034     SELECT DL100-SUS-FILE ASSIGN TO DL100SUS
000035         ORGANIZATION IS SEQUENTIAL.
000036     SELECT DL100-APA-FILE ASSIGN TO DL100APA
000037         ORGANIZATION IS SEQUENTIAL.
000038     SELECT DL100-ADR-FILE ASSIGN TO DL100ADR
000039         ORGANIZATION IS SEQUENTIAL.
000040     SELECT DL100-APW-RPT ASSIGN TO DL100APW
000041         ORGANIZATION IS SEQUENTIAL.
000042
000043 Data Division.
000044 File Section.
000045 FD  DL100-CAL-FILE
000046     RECORDING MODE IS F.
000047     COPY DL100CAL.
000048
000049 FD  DL100-PND-FILE
000050     RECORDING MODE IS F.
000051     COPY DL100PND.
000052
000053 FD  DL100-SUS-FILE
000054     RECORDING MODE IS F.
000055     COPY DL100SUS.
000056
000057 FD  DL100-APA-FILE
000058     RECORDING MODE IS F.
000059     COPY DL100APA.
000060
000061 FD  DL100-ADR-FILE
000062     RECORDING MODE IS F.
000063     COPY DL100ADR.
000064
000065 FD  DL100-APW-RPT
000066     RECORDING MODE IS F.
000067 01  DL100-APW-LINE            PIC X(132).
000068
000069 Working-Storage Section.
000070
000071 01  CONSTANTS.
000072     05  MYNAME                PIC X(008) VALUE 'DL100APW'.
000073     05  MAX-DECISIONS         PIC S9(04) COMP VALUE 1000.
000074     05  MAX-APPROVERS         PIC S9(04) COMP VALUE 200.
000075     05  MAX-REFUSALS          PIC S9(04) COMP VALUE 1000.
000076
000077 01  WS-SWITCHES.
000078     05  WS-CAL-EOF-SW         PIC X(01) VALUE 'N'.
000079         88  WS-CAL-EOF            VALUE 'Y'.
000080     05  WS-EOF-SW             PIC X(01) VALUE 'N'.
000081         88  WS-EOF                VALUE 'Y'.
000082     05  WS-APA-FOUND-SW       PIC X(01) VALUE 'N'.
000083         88  WS-APA-FOUND          VALUE 'Y'.
000084     05  WS-DEC-OVERFLOW-SW    PIC X(01) VALUE 'N'.
000085         88  WS-DEC-OVERFLOW       VALUE 'Y'.
000086     05  WS-APA-OVERFLOW-SW    PIC X(01) VALUE 'N'.
000087         88  WS-APA-OVERFLOW       VALUE 'Y'.
000088     05  WS-REF-OVERFLOW-SW    PIC X(01) VALUE 'N'.
000089         88  WS-REF-OVERFLOW       VALUE 'Y'.
000090
000091 01  WS-NOW-TS                 PIC X(26).
000092 01  WS-PROC-DATE              PIC X(08).
000093 01  WS-BEST-DATE              PIC X(08).
000094 01  WS-WEEK-START             PIC X(08).
000095 01  WS-DATE-N                 PIC 9(08).
000096
000097 01  WS-DEC-IDX                PIC S9(04) COMP VALUE 0.
000098 01  WS-MIN-IDX                PIC S9(04) COMP VALUE 0.
000099 01  WS-SCAN-IDX               PIC S9(04) COMP VALUE 0.
000100 01  WS-APA-IDX                PIC S9(04) COMP VALUE 0.
000101 01  WS-REF-IDX                PIC S9(04) COMP VALUE 0.
000102
000103 01  WS-DECISION-COUNT         PIC S9(08) COMP VALUE 0.
000104 01  WS-APPROVER-COUNT         PIC S9(08) COMP VALUE 0.
000105 01  WS-OVER-COUNT             PIC S9(08) COMP VALUE 0.
000106 01  WS-OWN-COUNT              PIC S9(08) COMP VALUE 0.
000107 01  WS-DECISION-TOTAL         PIC 9(11)V99 VALUE 0.
000108
000109*    THE APPROVER WHOSE GROUP IS BEING PRINTED.
000110 01  WS-GROUP-FIELDS.
000111     05  WS-GRP-USER-ID        PIC X(08).
000112     05  WS-GRP-HAS-AUTH-SW    PIC X(01).
000113         88  WS-GRP-HAS-AUTH       VALUE 'Y'.
000114     05  WS-GRP-MAX-AMOUNT     PIC 9(09)V99.
000115     05  WS-GRP-COUNT          PIC S9(08) COMP.
000116     05  WS-GRP-AMOUNT         PIC 9(11)V99.
000117     05  WS-GRP-LARGEST        PIC 9(07)V99.
000118     05  WS-GRP-OVER           PIC S9(08) COMP.
000119     05  WS-GRP-REFUSED        PIC S9(08) COMP.
000120
000121*    THE WEEK'S APPROVALS AND RELEASES, SORTED BY APPROVER AND
000122*    THEN BY WHEN THEY WERE DECIDED.
000123 01  WS-DEC-COUNT              PIC S9(04) COMP VALUE 0.
000124 01  WS-DEC-TABLE.
000125     05  WS-DEC-ENTRY OCCURS 0 TO 1000 TIMES
000126             DEPENDING ON WS-DEC-COUNT.
000127         10  WS-DEC-SORT-KEY.
000128             15  WS-DEC-DECIDED-BY     PIC X(08).
000129             15  WS-DEC-DECIDED-TS     PIC X(26).
000130         10  WS-DEC-CONSOLE        PIC X(08).
000131         10  WS-DEC-TRAN-CODE      PIC X(04).
000132         10  WS-DEC-ACCOUNT-NO     PIC X(10).
000133         10  WS-DEC-CORR-ID        PIC X(16).
000134         10  WS-DEC-AMOUNT         PIC 9(07)V99.
000135         10  WS-DEC-KEYED-BY       PIC X(08).
000136
000137 01  WS-SWAP-ENTRY.
000138     05  WS-SWAP-SORT-KEY      PIC X(34).
000139     05  WS-SWAP-CONSOLE       PIC X(08).
000140     05  WS-SWAP-TRAN-CODE     PIC X(04).
000141     05  WS-SWAP-ACCOUNT-NO    PIC X(10).
000142     05  WS-SWAP-CORR-ID       PIC X(16).
000143     05  WS-SWAP-AMOUNT        PIC 9(07)V99.
000144     05  WS-SWAP-KEYED-BY      PIC X(08).
000145
000146 01  WS-APA-COUNT              PIC S9(04) COMP VALUE 0.
000147 01  WS-APA-TABLE.
000148     05  WS-APA-ENTRY OCCURS 0 TO 200 TIMES
000149             DEPENDING ON WS-APA-COUNT.
000150         10  WS-APA-USER-ID        PIC X(08).
000151         10  WS-APA-NAME           PIC X(20).
000152         10  WS-APA-MAX-AMOUNT     PIC 9(09)V99.
000153
000154 01  WS-REF-COUNT              PIC S9(04) COMP VALUE 0.
000155 01  WS-REF-TABLE.
000156     05  WS-REF-ENTRY OCCURS 0 TO 1000 TIMES
000157             DEPENDING ON WS-REF-COUNT.
000158         10  WS-REF-TIMESTAMP      PIC X(26).
000159         10  WS-REF-USER-ID        PIC X(08).
000160         10  WS-REF-PROGRAM        PIC X(08).
000161         10  WS-REF-REASON         PIC X(04).
000162             88  WS-REF-OWN-ENTRY      VALUE 'MAKR'.
000163             88  WS-REF-NO-AUTHORITY   VALUE 'NOAU'.
000164         10  WS-REF-TRAN-CODE      PIC X(04).
000165         10  WS-REF-ACCOUNT-NO     PIC X(10).
000166         10  WS-REF-AMOUNT         PIC 9(07)V99.
000167         10  WS-REF-KEYED-BY       PIC X(08).
000168
000169 01  WS-HEADING-1.
000170     05  FILLER                PIC X(044) VALUE
000171         'DL100APW - WEEKLY APPROVALS BY APPROVER FOR '.
000172     05  DL-HDG-WEEK-START     PIC X(08).
000173     05  FILLER                PIC X(004) VALUE ' TO '.
000174     05  DL-HDG-WEEK-END       PIC X(08).
000175     05  FILLER                PIC X(068) VALUE SPACES.
000176 01  WS-RULE-LINE              PIC X(132) VALUE ALL '-'.
000177
000178 01  WS-HEADING-2              PIC X(132) VALUE
000179     'SECTION 1 - APPROVALS AND RELEASES BY APPROVER'.
000180 01  WS-HEADING-3              PIC X(132) VALUE
000181     'SECTION 2 - REFUSED DECISION ATTEMPTS'.
000182
000183 01  WS-APPROVER-LINE.
000184     05  FILLER                PIC X(009) VALUE 'APPROVER '.
000185     05  DL-APR-USER-ID        PIC X(08).
000186     05  FILLER                PIC X(01) VALUE SPACE.
000187     05  DL-APR-NAME           PIC X(20).
000188     05  FILLER                PIC X(012) VALUE
000189         '  AUTHORITY '.
000190     05  DL-APR-AUTHORITY      PIC X(20).
000191     05  FILLER                PIC X(062) VALUE SPACES.
000192 01  WS-AUTHORITY-ED           PIC ZZZ,ZZZ,ZZ9.99.
000193
000194 01  WS-DECISION-HEADING.
000195     05  FILLER                PIC X(031) VALUE '    DECIDED'.
000196     05  FILLER                PIC X(009) VALUE 'CONSOLE'.
000197     05  FILLER                PIC X(005) VALUE 'CODE'.
000198     05  FILLER                PIC X(011) VALUE 'ACCOUNT'.
000199     05  FILLER                PIC X(017) VALUE 'TOKEN'.
000200     05  FILLER                PIC X(013) VALUE '      AMOUNT'.
000201     05  FILLER                PIC X(010) VALUE 'KEYED BY'.
000202     05  FILLER                PIC X(036) VALUE 'FLAG'.
000203
000204 01  WS-DECISION-LINE.
000205     05  FILLER                PIC X(04) VALUE SPACES.
000206     05  DL-DECIDED-TS         PIC X(26).
000207     05  FILLER                PIC X(01) VALUE SPACE.
000208     05  DL-CONSOLE            PIC X(08).
000209     05  FILLER                PIC X(01) VALUE SPACE.
000210     05  DL-TRAN-CODE          PIC X(04).
000211     05  FILLER                PIC X(01) VALUE SPACE.
000212     05  DL-ACCOUNT-NO         PIC X(10).
000213     05  FILLER                PIC X(01) VALUE SPACE.
000214     05  DL-CORR-ID            PIC X(16).
000215     05  FILLER                PIC X(01) VALUE SPACE.
000216     05  DL-AMOUNT             PIC Z,ZZZ,ZZ9.99.
000217     05  FILLER                PIC X(01) VALUE SPACE.
000218     05  DL-KEYED-BY           PIC X(08).
000219     05  FILLER                PIC X(02) VALUE SPACES.
000220     05  DL-FLAG               PIC X(30).
000221     05  FILLER                PIC X(06) VALUE SPACES.
000222
000223 01  WS-GROUP-TOTAL-LINE.
000224     05  FILLER                PIC X(04) VALUE SPACES.
000225     05  FILLER                PIC X(010) VALUE 'DECISIONS '.
000226     05  DL-GT-COUNT           PIC ZZ,ZZ9.
000227     05  FILLER                PIC X(009) VALUE '  AMOUNT '.
000228     05  DL-GT-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
000229     05  FILLER                PIC X(010) VALUE '  LARGEST '.
000230     05  DL-GT-LARGEST         PIC Z,ZZZ,ZZ9.99.
000231     05  FILLER                PIC X(017) VALUE
000232         '  OVER AUTHORITY '.
000233     05  DL-GT-OVER            PIC ZZ,ZZ9.
000234     05  FILLER                PIC X(019) VALUE
000235         '  REFUSED ATTEMPTS '.
000236     05  DL-GT-REFUSED         PIC ZZ,ZZ9.
000237     05  FILLER                PIC X(016) VALUE SPACES.
000238
000239 01  WS-REFUSAL-HEADING.
000240     05  FILLER                PIC X(031) VALUE '    ATTEMPTED'.
000241     05  FILLER                PIC X(009) VALUE 'USER'.
000242     05  FILLER                PIC X(009) VALUE 'CONSOLE'.
000243     05  FILLER                PIC X(005) VALUE 'WHY'.
000244     05  FILLER                PIC X(005) VALUE 'CODE'.
000245     05  FILLER                PIC X(011) VALUE 'ACCOUNT'.
000246     05  FILLER                PIC X(013) VALUE '      AMOUNT'.
000247     05  FILLER                PIC X(009) VALUE 'KEYED BY'.
000248     05  FILLER                PIC X(040) VALUE 'REASON'.
000249
000250 01  WS-REFUSAL-LINE.
000251     05  FILLER                PIC X(04) VALUE SPACES.
000252     05  DL-RF-TIMESTAMP       PIC X(26).
000253     05  FILLER                PIC X(01) VALUE SPACE.
000254     05  DL-RF-USER-ID         PIC X(08).
000255     05  FILLER                PIC X(01) VALUE SPACE.
000256     05  DL-RF-PROGRAM         PIC X(08).
000257     05  FILLER                PIC X(01) VALUE SPACE.
000258     05  DL-RF-REASON          PIC X(04).
000259     05  FILLER                PIC X(01) VALUE SPACE.
000260     05  DL-RF-TRAN-CODE       PIC X(04).
000261     05  FILLER                PIC X(01) VALUE SPACE.
000262     05  DL-RF-ACCOUNT-NO      PIC X(10).
000263     05  FILLER                PIC X(01) VALUE SPACE.
000264     05  DL-RF-AMOUNT          PIC Z,ZZZ,ZZ9.99.
000265     05  FILLER                PIC X(01) VALUE SPACE.
000266     05  DL-RF-KEYED-BY        PIC X(08).
000267     05  FILLER                PIC X(01) VALUE SPACE.
000268     05  DL-RF-TEXT            PIC X(30).
000269     05  FILLER                PIC X(10) VALUE SPACES.
000270
000271 01  WS-NONE-LINE              PIC X(132) VALUE
000272     '    (NONE)'.
000273
000274 01  WS-SUMMARY-LINE.
000275     05  DL-SUM-LABEL          PIC X(028).
000276     05  DL-SUM-COUNT          PIC Z,ZZZ,ZZ9.
000277     05  FILLER                PIC X(095) VALUE SPACES.
000278 01  WS-SUMMARY-AMOUNT.
000279     05  DL-SUM-AMT-LABEL      PIC X(028).
000280     05  DL-SUM-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
000281     05  FILLER                PIC X(087) VALUE SPACES.
000282
000283     COPY DL100RCP.
000284
000285 Procedure Division.
000286 0000-MAINLINE.
000287     PERFORM 0100-RUN-CONTROL-START
000288         THRU 0100-RUN-CONTROL-START-EXIT
000289
000290     IF DL100-RCP-REFUSED
000291         DISPLAY 'DL100APW RUN REFUSED BY RUN CONTROL'
000292             ' - SEE DL100RNC MESSAGE'
000293         GOBACK
000294     END-IF
000295
000296     MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
000297     MOVE WS-NOW-TS(1:8) TO WS-PROC-DATE
000298
000299     PERFORM 0500-RESOLVE-PROC-DATE
000300         THRU 0500-RESOLVE-PROC-DATE-EXIT
000301
000302     MOVE WS-PROC-DATE TO WS-DATE-N
000303     COMPUTE WS-DATE-N = FUNCTION DATE-OF-INTEGER
000304         (FUNCTION INTEGER-OF-DATE (WS-DATE-N) - 6)
000305     MOVE WS-DATE-N TO WS-WEEK-START
000306
000307     PERFORM 1000-LOAD-AUTHORITY
000308         THRU 1000-LOAD-AUTHORITY-EXIT
000309
000310     PERFORM 2000-COLLECT-DECISIONS
000311         THRU 2000-COLLECT-DECISIONS-EXIT
000312
000313     PERFORM 2500-COLLECT-REFUSALS
000314         THRU 2500-COLLECT-REFUSALS-EXIT
000315
000316     PERFORM 3000-SORT-DECISIONS
000317         THRU 3000-SORT-DECISIONS-EXIT
000318
000319     PERFORM 4000-WRITE-REPORT
000320         THRU 4000-WRITE-REPORT-EXIT
000321
000322     PERFORM 9000-RUN-CONTROL-END
000323         THRU 9000-RUN-CONTROL-END-EXIT
000324
000325     GOBACK
000326     .
000327
000328 0100-RUN-CONTROL-START.
000329     SET DL100-RCP-FUNC-START TO TRUE
000330     MOVE 'DL100APW' TO DL100-RCP-JOB-NAME
000331
000332     CALL 'DL100RNC' USING DL100-RCP-PARMS
000333     END-CALL
000334     .
000335 0100-RUN-CONTROL-START-EXIT.
000336     EXIT.
000337
000338 0500-RESOLVE-PROC-DATE.
000339*    SAME RULE AS DL100RNC - THE PROCESSING DATE IS THE LATEST
000340*    BUSINESS DAY ON OR BEFORE THE CLOCK DATE; AN EMPTY OR
000341*    MISSING CALENDAR FALLS BACK TO THE CLOCK DATE.
000342     MOVE SPACES TO WS-BEST-DATE
000343     MOVE 'N' TO WS-CAL-EOF-SW
000344
000345     OPEN INPUT DL100-CAL-FILE
000346
000347     PERFORM 0550-SCAN-ONE-CAL-DAY
000348         THRU 0550-SCAN-ONE-CAL-DAY-EXIT
000349         UNTIL WS-CAL-EOF
000350
000351     CLOSE DL100-CAL-FILE
000352
000353     IF WS-BEST-DATE NOT EQUAL SPACES
000354         MOVE WS-BEST-DATE TO WS-PROC-DATE
000355     END-IF
000356     .
000357 0500-RESOLVE-PROC-DATE-EXIT.
000358     EXIT.
000359
000360 0550-SCAN-ONE-CAL-DAY.
000361     READ DL100-CAL-FILE
000362         AT END
000363             MOVE 'Y' TO WS-CAL-EOF-SW
000364         NOT AT END
000365             IF DL100-CAL-BUSINESS
000366                AND DL100-CAL-DATE
000367                        NOT GREATER THAN WS-NOW-TS(1:8)
000368                AND DL100-CAL-DATE GREATER THAN WS-BEST-DATE
000369                 MOVE DL100-CAL-DATE TO WS-BEST-DATE
000370             END-IF
000371     END-READ
000372     .
000373 0550-SCAN-ONE-CAL-DAY-EXIT.
000374     EXIT.
000375
000376 1000-LOAD-AUTHORITY.
000377     MOVE 0 TO WS-APA-COUNT
000378     MOVE 'N' TO WS-EOF-SW
000379
000380     OPEN INPUT DL100-APA-FILE
000381
000382     PERFORM 1100-LOAD-ONE-APPROVER
000383         THRU 1100-LOAD-ONE-APPROVER-EXIT
000384         UNTIL WS-EOF
000385
000386     CLOSE DL100-APA-FILE
000387     .
000388 1000-LOAD-AUTHORITY-EXIT.
000389     EXIT.
000390
000391 1100-LOAD-ONE-APPROVER.
000392     READ DL100-APA-FILE
000393         AT END
000394             MOVE 'Y' TO WS-EOF-SW
000395         NOT AT END
000396             PERFORM 1150-ADD-APPROVER
000397                 THRU 1150-ADD-APPROVER-EXIT
000398     END-READ
000399     .
000400 1100-LOAD-ONE-APPROVER-EXIT.
000401     EXIT.
000402
000403 1150-ADD-APPROVER.
000404     IF WS-APA-COUNT NOT LESS THAN MAX-APPROVERS
000405         IF NOT WS-APA-OVERFLOW
000406             MOVE 'Y' TO WS-APA-OVERFLOW-SW
000407             DISPLAY 'DL100APW MORE THAN 200 DL100APA APPROVERS -'
000408                 ' LATER ONES REPORT AS HAVING NO AUTHORITY'
000409         END-IF
000410         GO TO 1150-ADD-APPROVER-EXIT
000411     END-IF
000412
000413     ADD 1 TO WS-APA-COUNT
000414     MOVE DL100-APA-USER-ID TO WS-APA-USER-ID (WS-APA-COUNT)
000415     MOVE DL100-APA-APPROVER-NAME TO WS-APA-NAME (WS-APA-COUNT)
000416     MOVE DL100-APA-MAX-AMOUNT
000417         TO WS-APA-MAX-AMOUNT (WS-APA-COUNT)
000418     .
000419 1150-ADD-APPROVER-EXIT.
000420     EXIT.
000421
000422 2000-COLLECT-DECISIONS.
000423     MOVE 0 TO WS-DEC-COUNT
000424     MOVE 'N' TO WS-EOF-SW
000425
000426     OPEN INPUT DL100-PND-FILE
000427
000428     PERFORM 2100-CHECK-ONE-PENDING
000429         THRU 2100-CHECK-ONE-PENDING-EXIT
000430         UNTIL WS-EOF
000431
000432     CLOSE DL100-PND-FILE
000433
000434     MOVE 'N' TO WS-EOF-SW
000435
000436     OPEN INPUT DL100-SUS-FILE
000437
000438     PERFORM 2200-CHECK-ONE-SUSPENSE
000439         THRU 2200-CHECK-ONE-SUSPENSE-EXIT
000440         UNTIL WS-EOF
000441
000442     CLOSE DL100-SUS-FILE
000443     .
000444 2000-COLLECT-DECISIONS-EXIT.
000445     EXIT.
000446
000447 2100-CHECK-ONE-PENDING.
000448     READ DL100-PND-FILE
000449         AT END
000450             MOVE 'Y' TO WS-EOF-SW
000451         NOT AT END
000452             IF DL100-PND-APPROVED
000453                AND DL100-PND-DECIDED-TS(1:8)
000454                        NOT LESS THAN WS-WEEK-START
000455                AND DL100-PND-DECIDED-TS(1:8)
000456                        NOT GREATER THAN WS-PROC-DATE
000457                 PERFORM 2300-ADD-DECISION
000458                     THRU 2300-ADD-DECISION-EXIT
000459                 IF NOT WS-DEC-OVERFLOW
000460                     MOVE DL100-PND-DECIDED-BY
000461                         TO WS-DEC-DECIDED-BY (WS-DEC-COUNT)
000462                     MOVE DL100-PND-DECIDED-TS
000463                         TO WS-DEC-DECIDED-TS (WS-DEC-COUNT)
000464                     MOVE 'DL100APQ'
000465                         TO WS-DEC-CONSOLE (WS-DEC-COUNT)
000466                     MOVE DL100-PND-TRAN-CODE
000467                         TO WS-DEC-TRAN-CODE (WS-DEC-COUNT)
000468                     MOVE DL100-PND-ACCOUNT-NO
000469                         TO WS-DEC-ACCOUNT-NO (WS-DEC-COUNT)
000470                     MOVE DL100-PND-CORR-ID
000471                         TO WS-DEC-CORR-ID (WS-DEC-COUNT)
000472                     MOVE DL100-PND-AMOUNT
000473                         TO WS-DEC-AMOUNT (WS-DEC-COUNT)
000474                     MOVE DL100-PND-USER-ID
000475                         TO WS-DEC-KEYED-BY (WS-DEC-COUNT)
000476                 END-IF
000477             END-IF
000478     END-READ
000479     .
000480 2100-CHECK-ONE-PENDING-EXIT.
000481     EXIT.
000482
000483 2200-CHECK-ONE-SUSPENSE.
000484     READ DL100-SUS-FILE
000485         AT END
000486             MOVE 'Y' TO WS-EOF-SW
000487         NOT AT END
000488             IF DL100-SUS-RELEASED
000489                AND DL100-SUS-DECIDED-TS(1:8)
000490                        NOT LESS THAN WS-WEEK-START
000491                AND DL100-SUS-DECIDED-TS(1:8)
000492                        NOT GREATER THAN WS-PROC-DATE
000493                 PERFORM 2300-ADD-DECISION
000494                     THRU 2300-ADD-DECISION-EXIT
000495                 IF NOT WS-DEC-OVERFLOW
000496                     MOVE DL100-SUS-DECIDED-BY
000497                         TO WS-DEC-DECIDED-BY (WS-DEC-COUNT)
000498                     MOVE DL100-SUS-DECIDED-TS
000499                         TO WS-DEC-DECIDED-TS (WS-DEC-COUNT)
000500                     MOVE 'DL100SUQ'
000501                         TO WS-DEC-CONSOLE (WS-DEC-COUNT)
000502                     MOVE DL100-SUS-TRAN-CODE
000503                         TO WS-DEC-TRAN-CODE (WS-DEC-COUNT)
000504                     MOVE DL100-SUS-ACCOUNT-NO
000505                         TO WS-DEC-ACCOUNT-NO (WS-DEC-COUNT)
000506                     MOVE DL100-SUS-CORR-ID
000507                         TO WS-DEC-CORR-ID (WS-DEC-COUNT)
000508                     MOVE DL100-SUS-AMOUNT
000509                         TO WS-DEC-AMOUNT (WS-DEC-COUNT)
000510                     MOVE DL100-SUS-USER-ID
000511                         TO WS-DEC-KEYED-BY (WS-DEC-COUNT)
000512                 END-IF
000513             END-IF
000514     END-READ
000515     .
000516 2200-CHECK-ONE-SUSPENSE-EXIT.
000517     EXIT.
000518
000519 2300-ADD-DECISION.
000520     IF WS-DEC-COUNT NOT LESS THAN MAX-DECISIONS
000521         IF NOT WS-DEC-OVERFLOW
000522             MOVE 'Y' TO WS-DEC-OVERFLOW-SW
000523             DISPLAY 'DL100APW MORE THAN 1000 DECISIONS IN THE'
000524                 ' WEEK - THE REPORT LISTS THE FIRST 1000 FOUND'
000525         END-IF
000526         GO TO 2300-ADD-DECISION-EXIT
000527     END-IF
000528
000529     ADD 1 TO WS-DEC-COUNT
000530     .
000531 2300-ADD-DECISION-EXIT.
000532     EXIT.
000533
000534 2500-COLLECT-REFUSALS.
000535     MOVE 0 TO WS-REF-COUNT
000536     MOVE 'N' TO WS-EOF-SW
000537
000538     OPEN INPUT DL100-ADR-FILE
000539
000540     PERFORM 2600-CHECK-ONE-REFUSAL
000541         THRU 2600-CHECK-ONE-REFUSAL-EXIT
000542         UNTIL WS-EOF
000543
000544     CLOSE DL100-ADR-FILE
000545     .
000546 2500-COLLECT-REFUSALS-EXIT.
000547     EXIT.
000548
000549 2600-CHECK-ONE-REFUSAL.
000550     READ DL100-ADR-FILE
000551         AT END
000552             MOVE 'Y' TO WS-EOF-SW
000553         NOT AT END
000554             IF DL100-ADR-TIMESTAMP(1:8)
000555                     NOT LESS THAN WS-WEEK-START
000556                AND DL100-ADR-TIMESTAMP(1:8)
000557                     NOT GREATER THAN WS-PROC-DATE
000558                 PERFORM 2650-ADD-REFUSAL
000559                     THRU 2650-ADD-REFUSAL-EXIT
000560             END-IF
000561     END-READ
000562     .
000563 2600-CHECK-ONE-REFUSAL-EXIT.
000564     EXIT.
000565
000566 2650-ADD-REFUSAL.
000567     IF WS-REF-COUNT NOT LESS THAN MAX-REFUSALS
000568         IF NOT WS-REF-OVERFLOW
000569             MOVE 'Y' TO WS-REF-OVERFLOW-SW
000570             DISPLAY 'DL100APW MORE THAN 1000 REFUSED ATTEMPTS IN'
000571                 ' THE WEEK - THE REPORT LISTS THE FIRST 1000'
000572         END-IF
000573         GO TO 2650-ADD-REFUSAL-EXIT
000574     END-IF
000575
000576     ADD 1 TO WS-REF-COUNT
000577     MOVE DL100-ADR-TIMESTAMP TO WS-REF-TIMESTAMP (WS-REF-COUNT)
000578     MOVE DL100-ADR-USER-ID TO WS-REF-USER-ID (WS-REF-COUNT)
000579     MOVE DL100-ADR-PROGRAM TO WS-REF-PROGRAM (WS-REF-COUNT)
000580     MOVE DL100-ADR-REASON TO WS-REF-REASON (WS-REF-COUNT)
000581     MOVE DL100-ADR-TRAN-CODE TO WS-REF-TRAN-CODE (WS-REF-COUNT)
000582     MOVE DL100-ADR-ACCOUNT-NO TO WS-REF-ACCOUNT-NO (WS-REF-COUNT)
000583     MOVE DL100-ADR-AMOUNT TO WS-REF-AMOUNT (WS-REF-COUNT)
000584     MOVE DL100-ADR-KEYED-BY TO WS-REF-KEYED-BY (WS-REF-COUNT)
000585     .
000586 2650-ADD-REFUSAL-EXIT.
000587     EXIT.
000588
000589 3000-SORT-DECISIONS.
000590     PERFORM 3100-PLACE-ONE-DECISION
000591         THRU 3100-PLACE-ONE-DECISION-EXIT
000592         VARYING WS-DEC-IDX FROM 1 BY 1
000593         UNTIL WS-DEC-IDX NOT LESS THAN WS-DEC-COUNT
000594     .
000595 3000-SORT-DECISIONS-EXIT.
000596     EXIT.
000597
000598 3100-PLACE-ONE-DECISION.
000599     MOVE WS-DEC-IDX TO WS-MIN-IDX
000600
000601     COMPUTE WS-SCAN-IDX = WS-DEC-IDX + 1
000602     PERFORM 3200-FIND-LOWEST
000603         THRU 3200-FIND-LOWEST-EXIT
000604         VARYING WS-SCAN-IDX FROM WS-SCAN-IDX BY 1
000605         UNTIL WS-SCAN-IDX > WS-DEC-COUNT
000606
000607     IF WS-MIN-IDX NOT EQUAL WS-DEC-IDX
000608         MOVE WS-DEC-ENTRY (WS-DEC-IDX) TO WS-SWAP-ENTRY
000609         MOVE WS-DEC-ENTRY (WS-MIN-IDX)
000610             TO WS-DEC-ENTRY (WS-DEC-IDX)
000611         MOVE WS-SWAP-ENTRY TO WS-DEC-ENTRY (WS-MIN-IDX)
000612     END-IF
000613     .
000614 3100-PLACE-ONE-DECISION-EXIT.
000615     EXIT.
000616
000617 3200-FIND-LOWEST.
000618     IF WS-DEC-SORT-KEY (WS-SCAN-IDX)
000619             LESS THAN WS-DEC-SORT-KEY (WS-MIN-IDX)
000620         MOVE WS-SCAN-IDX TO WS-MIN-IDX
000621     END-IF
000622     .
000623 3200-FIND-LOWEST-EXIT.
000624     EXIT.
000625
000626 4000-WRITE-REPORT.
000627     OPEN OUTPUT DL100-APW-RPT
000628
000629     MOVE WS-WEEK-START TO DL-HDG-WEEK-START
000630     MOVE WS-PROC-DATE TO DL-HDG-WEEK-END
000631     WRITE DL100-APW-LINE FROM WS-HEADING-1
000632     MOVE SPACES TO DL100-APW-LINE
000633     WRITE DL100-APW-LINE
000634
000635     WRITE DL100-APW-LINE FROM WS-HEADING-2
000636     WRITE DL100-APW-LINE FROM WS-RULE-LINE
000637
000638     IF WS-DEC-COUNT EQUAL 0
000639         WRITE DL100-APW-LINE FROM WS-NONE-LINE
000640     ELSE
000641         MOVE LOW-VALUES TO WS-GRP-USER-ID
000642         PERFORM 4100-WRITE-ONE-DECISION
000643             THRU 4100-WRITE-ONE-DECISION-EXIT
000644             VARYING WS-DEC-IDX FROM 1 BY 1
000645             UNTIL WS-DEC-IDX > WS-DEC-COUNT
000646         PERFORM 4400-END-GROUP
000647             THRU 4400-END-GROUP-EXIT
000648     END-IF
000649
000650     MOVE SPACES TO DL100-APW-LINE
000651     WRITE DL100-APW-LINE
000652     WRITE DL100-APW-LINE FROM WS-HEADING-3
000653     WRITE DL100-APW-LINE FROM WS-RULE-LINE
000654
000655     IF WS-REF-COUNT EQUAL 0
000656         WRITE DL100-APW-LINE FROM WS-NONE-LINE
000657     ELSE
000658         WRITE DL100-APW-LINE FROM WS-REFUSAL-HEADING
000659         PERFORM 5000-WRITE-ONE-REFUSAL
000660             THRU 5000-WRITE-ONE-REFUSAL-EXIT
000661             VARYING WS-REF-IDX FROM 1 BY 1
000662             UNTIL WS-REF-IDX > WS-REF-COUNT
000663     END-IF
000664
000665     PERFORM 8000-SUMMARY
000666         THRU 8000-SUMMARY-EXIT
000667
000668     CLOSE DL100-APW-RPT
000669     .
000670 4000-WRITE-REPORT-EXIT.
000671     EXIT.
000672
000673 4100-WRITE-ONE-DECISION.
000674     IF WS-DEC-DECIDED-BY (WS-DEC-IDX) NOT EQUAL WS-GRP-USER-ID
000675         IF WS-GRP-USER-ID NOT EQUAL LOW-VALUES
000676             PERFORM 4400-END-GROUP
000677                 THRU 4400-END-GROUP-EXIT
000678         END-IF
000679         PERFORM 4200-START-GROUP
000680             THRU 4200-START-GROUP-EXIT
000681     END-IF
000682
000683     MOVE SPACES TO DL-FLAG
000684     IF NOT WS-GRP-HAS-AUTH
000685        OR WS-DEC-AMOUNT (WS-DEC-IDX)
000686               GREATER THAN WS-GRP-MAX-AMOUNT
000687         MOVE 'OVER AUTHORITY' TO DL-FLAG
000688         ADD 1 TO WS-GRP-OVER
000689         ADD 1 TO WS-OVER-COUNT
000690     END-IF
000691     IF WS-DEC-KEYED-BY (WS-DEC-IDX) EQUAL WS-GRP-USER-ID
000692         IF DL-FLAG EQUAL SPACES
000693             MOVE 'OWN ENTRY' TO DL-FLAG
000694         ELSE
000695             MOVE 'OVER AUTHORITY, OWN ENTRY' TO DL-FLAG
000696         END-IF
000697         ADD 1 TO WS-OWN-COUNT
000698     END-IF
000699
000700     MOVE WS-DEC-DECIDED-TS (WS-DEC-IDX) TO DL-DECIDED-TS
000701     MOVE WS-DEC-CONSOLE (WS-DEC-IDX) TO DL-CONSOLE
000702     MOVE WS-DEC-TRAN-CODE (WS-DEC-IDX) TO DL-TRAN-CODE
000703     MOVE WS-DEC-ACCOUNT-NO (WS-DEC-IDX) TO DL-ACCOUNT-NO
000704     MOVE WS-DEC-CORR-ID (WS-DEC-IDX) TO DL-CORR-ID
000705     MOVE WS-DEC-AMOUNT (WS-DEC-IDX) TO DL-AMOUNT
000706     MOVE WS-DEC-KEYED-BY (WS-DEC-IDX) TO DL-KEYED-BY
000707     WRITE DL100-APW-LINE FROM WS-DECISION-LINE
000708
000709     ADD 1 TO WS-GRP-COUNT
000710     ADD WS-DEC-AMOUNT (WS-DEC-IDX) TO WS-GRP-AMOUNT
000711     IF WS-DEC-AMOUNT (WS-DEC-IDX) GREATER THAN WS-GRP-LARGEST
000712         MOVE WS-DEC-AMOUNT (WS-DEC-IDX) TO WS-GRP-LARGEST
000713     END-IF
000714
000715     ADD 1 TO WS-DECISION-COUNT
000716     ADD WS-DEC-AMOUNT (WS-DEC-IDX) TO WS-DECISION-TOTAL
000717     .
000718 4100-WRITE-ONE-DECISION-EXIT.
000719     EXIT.
000720
000721 4200-START-GROUP.
000722     MOVE WS-DEC-DECIDED-BY (WS-DEC-IDX) TO WS-GRP-USER-ID
000723     MOVE 0 TO WS-GRP-COUNT
000724     MOVE 0 TO WS-GRP-AMOUNT
000725     MOVE 0 TO WS-GRP-LARGEST
000726     MOVE 0 TO WS-GRP-OVER
000727     MOVE 0 TO WS-GRP-REFUSED
000728     MOVE 0 TO WS-GRP-MAX-AMOUNT
000729     MOVE 'N' TO WS-GRP-HAS-AUTH-SW
000730     ADD 1 TO WS-APPROVER-COUNT
000731
000732     MOVE SPACES TO DL-APR-NAME
000733     MOVE 'N' TO WS-APA-FOUND-SW
000734     PERFORM 4250-MATCH-ONE-APPROVER
000735         THRU 4250-MATCH-ONE-APPROVER-EXIT
000736         VARYING WS-APA-IDX FROM 1 BY 1
000737         UNTIL WS-APA-IDX > WS-APA-COUNT
000738            OR WS-APA-FOUND
000739
000740     MOVE WS-GRP-USER-ID TO DL-APR-USER-ID
000741     IF WS-GRP-HAS-AUTH
000742         MOVE WS-GRP-MAX-AMOUNT TO WS-AUTHORITY-ED
000743         MOVE WS-AUTHORITY-ED TO DL-APR-AUTHORITY
000744     ELSE
000745         MOVE 'NONE ON FILE' TO DL-APR-AUTHORITY
000746     END-IF
000747
000748     MOVE SPACES TO DL100-APW-LINE
000749     WRITE DL100-APW-LINE
000750     WRITE DL100-APW-LINE FROM WS-APPROVER-LINE
000751     WRITE DL100-APW-LINE FROM WS-DECISION-HEADING
000752     .
000753 4200-START-GROUP-EXIT.
000754     EXIT.
000755
000756 4250-MATCH-ONE-APPROVER.
000757     IF WS-APA-USER-ID (WS-APA-IDX) EQUAL WS-GRP-USER-ID
000758         MOVE 'Y' TO WS-APA-FOUND-SW
000759         MOVE 'Y' TO WS-GRP-HAS-AUTH-SW
000760         MOVE WS-APA-MAX-AMOUNT (WS-APA-IDX) TO WS-GRP-MAX-AMOUNT
000761         MOVE WS-APA-NAME (WS-APA-IDX) TO DL-APR-NAME
000762     END-IF
000763     .
000764 4250-MATCH-ONE-APPROVER-EXIT.
000765     EXIT.
000766
000767 4400-END-GROUP.
000768     PERFORM 4450-COUNT-ONE-REFUSAL
000769         THRU 4450-COUNT-ONE-REFUSAL-EXIT
000770         VARYING WS-REF-IDX FROM 1 BY 1
000771         UNTIL WS-REF-IDX > WS-REF-COUNT
000772
000773     MOVE WS-GRP-COUNT TO DL-GT-COUNT
000774     MOVE WS-GRP-AMOUNT TO DL-GT-AMOUNT
000775     MOVE WS-GRP-LARGEST TO DL-GT-LARGEST
000776     MOVE WS-GRP-OVER TO DL-GT-OVER
000777     MOVE WS-GRP-REFUSED TO DL-GT-REFUSED
000778     WRITE DL100-APW-LINE FROM WS-GROUP-TOTAL-LINE
000779     .
000780 4400-END-GROUP-EXIT.
000781     EXIT.
000782
000783 4450-COUNT-ONE-REFUSAL.
000784     IF WS-REF-USER-ID (WS-REF-IDX) EQUAL WS-GRP-USER-ID
000785         ADD 1 TO WS-GRP-REFUSED
000786     END-IF
000787     .
000788 4450-COUNT-ONE-REFUSAL-EXIT.
000789     EXIT.
000790
000791 5000-WRITE-ONE-REFUSAL.
000792     MOVE WS-REF-TIMESTAMP (WS-REF-IDX) TO DL-RF-TIMESTAMP
000793     MOVE WS-REF-USER-ID (WS-REF-IDX) TO DL-RF-USER-ID
000794     MOVE WS-REF-PROGRAM (WS-REF-IDX) TO DL-RF-PROGRAM
000795     MOVE WS-REF-REASON (WS-REF-IDX) TO DL-RF-REASON
000796     MOVE WS-REF-TRAN-CODE (WS-REF-IDX) TO DL-RF-TRAN-CODE
000797     MOVE WS-REF-ACCOUNT-NO (WS-REF-IDX) TO DL-RF-ACCOUNT-NO
000798     MOVE WS-REF-AMOUNT (WS-REF-IDX) TO DL-RF-AMOUNT
000799     MOVE WS-REF-KEYED-BY (WS-REF-IDX) TO DL-RF-KEYED-BY
000800
000801     EVALUATE TRUE
000802         WHEN WS-REF-OWN-ENTRY (WS-REF-IDX)
000803             MOVE 'DECIDER KEYED THE ENTRY' TO DL-RF-TEXT
000804         WHEN WS-REF-NO-AUTHORITY (WS-REF-IDX)
000805             MOVE 'NO APPROVER AUTHORITY ON FILE' TO DL-RF-TEXT
000806         WHEN OTHER
000807             MOVE 'AMOUNT OVER APPROVER AUTHORITY' TO DL-RF-TEXT
000808     END-EVALUATE
000809
000810     WRITE DL100-APW-LINE FROM WS-REFUSAL-LINE
000811     .
000812 5000-WRITE-ONE-REFUSAL-EXIT.
000813     EXIT.
000814
000815 8000-SUMMARY.
000816     MOVE SPACES TO DL100-APW-LINE
000817     WRITE DL100-APW-LINE
000818     WRITE DL100-APW-LINE FROM WS-RULE-LINE
000819
000820     MOVE 'APPROVERS WITH DECISIONS  =' TO DL-SUM-LABEL
000821     MOVE WS-APPROVER-COUNT TO DL-SUM-COUNT
000822     WRITE DL100-APW-LINE FROM WS-SUMMARY-LINE
000823     MOVE 'APPROVALS AND RELEASES    =' TO DL-SUM-LABEL
000824     MOVE WS-DECISION-COUNT TO DL-SUM-COUNT
000825     WRITE DL100-APW-LINE FROM WS-SUMMARY-LINE
000826     MOVE 'AMOUNT APPROVED/RELEASED  =' TO DL-SUM-AMT-LABEL
000827     MOVE WS-DECISION-TOTAL TO DL-SUM-AMOUNT
000828     WRITE DL100-APW-LINE FROM WS-SUMMARY-AMOUNT
000829     MOVE 'OVER AUTHORITY            =' TO DL-SUM-LABEL
000830     MOVE WS-OVER-COUNT TO DL-SUM-COUNT
000831     WRITE DL100-APW-LINE FROM WS-SUMMARY-LINE
000832     MOVE 'DECIDED BY OWN KEYER      =' TO DL-SUM-LABEL
000833     MOVE WS-OWN-COUNT TO DL-SUM-COUNT
000834     WRITE DL100-APW-LINE FROM WS-SUMMARY-LINE
000835     MOVE 'REFUSED ATTEMPTS          =' TO DL-SUM-LABEL
000836     MOVE WS-REF-COUNT TO DL-SUM-COUNT
000837     WRITE DL100-APW-LINE FROM WS-SUMMARY-LINE
000838     .
000839 8000-SUMMARY-EXIT.
000840     EXIT.
000841
000842 9000-RUN-CONTROL-END.
000843     SET DL100-RCP-FUNC-END TO TRUE
000844     MOVE 'DL100APW' TO DL100-RCP-JOB-NAME
000845     COMPUTE DL100-RCP-INPUT-COUNT = WS-DEC-COUNT + WS-REF-COUNT
000846     MOVE WS-DECISION-COUNT TO DL100-RCP-OUTPUT-COUNT
000847     MOVE 0 TO DL100-RCP-RETURN-CODE
000848
000849     CALL 'DL100RNC' USING DL100-RCP-PARMS
000850     END-CALL
000851     .
000852 9000-RUN-CONTROL-END-EXIT.
000853     EXIT.
