000001*================================================================
000002* DL100ATR
000003*
000004* QUARTERLY RECERTIFICATION REPORT FOR THE DL100ATH ENTITLEMENTS.
000005*
000006* RUNS ONLY WHEN DL100CAL MARKS THE PROCESSING DATE AS THE
000007* MONTH-END OF A QUARTER (MARCH, JUNE, SEPTEMBER, DECEMBER) - ON
000008* ANY OTHER DATE IT SAYS SO AND LEAVES LAST QUARTER'S REPORT
000009* ALONE.  SECTION 1 LISTS EVERY ALLOWED ENTITLEMENT, BY USER AND
000010* TRANSACTION CODE, WITH THE LATEST GRANT LOGGED FOR IT ON
000011* DL100ATC AND THE USER'S LAST ACTUAL USE OF THE CODE FROM THE
000012* DL100AUD DISPATCH AUDIT.  AN ENTITLEMENT LAST USED 90 OR MORE
000013* DAYS BEFORE THE PROCESSING DATE, OR NEVER USED AND GRANTED 90
000014* OR MORE DAYS AGO (OR BEFORE THE GRANTS WERE LOGGED), IS
000015* FLAGGED.  EACH LINE CARRIES KEEP/REVOKE SIGN-OFF COLUMNS FOR
000016* THE MANAGER; REVOCATIONS ARE THEN KEYED ON DL100ATM.  SECTION
000017* 2 LISTS EVERY USER REFUSED BY TESTANTLR115 (DL100ATD) THREE OR
000018* MORE TIMES IN THE QUARTER, BROKEN DOWN BY TRANSACTION CODE.
000019* DL100AUD RECORDS WRITTEN BEFORE THE TRANSACTION CODE WAS
000020* AUDITED CARRY SPACES THERE AND COUNT AS NO USE.
000021*
000022* MAINTENANCE HISTORY
000023* DATE       INIT   DESCRIPTION
000024* ---------- ------ ----------------------------------------------
000025* 2026-10-15 JFM    INITIAL VERSION.
000026*================================================================
000027 Identification Division.
000028 Program-ID. DL100ATR.
000029 Environment Division.
000030 Input-Output Section.
000031 File-Control.
000032     SELECT DL100-CAL-FILE ASSIGN TO DL100CAL
000033         ORGANIZATION IS SEQUENTIAL.
000034     SELECT DL100-ATH-FILE ASSIGN TO DL100ATH
000035         ORGANIZATION IS SEQUENTIAL.
000036     SELECT DL100-ATC-FILE ASSIGN TO DL100ATC
000037         ORGANIZATION IS SEQUENTIAL.
000038     SELECT DL100-AUD-FILE ASSIGN TO DL100AUD
000039         ORGANIZATION IS SEQUENTIAL.
000040     SELECT DL100-ATD-FILE ASSIGN TO DL100ATD
000041         ORGANIZATION IS SEQUENTIAL.
000042     SELECT DL100-ATR-RPT ASSIGN TO DL100ATR
000043         ORGANIZATION IS SEQUENTIAL.
000044
000045 Data Division.
000046 File Section.
000047 FD  DL100-CAL-FILE
000048     RECORDING MODE IS F.
000049     COPY DL100CAL.
000050
000051 FD  DL100-ATH-FILE
000052     RECORDING MODE IS F.
000053     COPY DL100ATH.
000054
000055 FD  DL100-ATC-FILE
000056     RECORDING MODE IS F.
000057     COPY DL100ATC.
000058
000059 FD  DL100-AUD-FILE
000060     RECORDING MODE IS F.
000061     COPY DL100AUD.
000062
000063 FD  DL100-ATD-FILE
000064     RECORDING MODE IS F.
000065     COPY DL100ATD.
000066
000067 FD  DL100-ATR-RPT
000068     RECORDING MODE IS F.
000069 01  DL100-ATR-LINE            PIC X(132).
000070
000071 Working-Storage Section.
000072
000073 01  CONSTANTS.
000074     05  MYNAME                PIC X(008) VALUE 'DL100ATR'.
000075     05  MAX-ENTITLEMENTS      PIC S9(04) COMP VALUE 2000.
000076     05  MAX-DENIALS           PIC S9(04) COMP VALUE 1000.
000077     05  UNUSED-DAYS           PIC S9(04) COMP VALUE 90.
000078     05  REPEAT-DENIALS        PIC S9(04) COMP VALUE 3.
000079
000080 01  WS-SWITCHES.
000081     05  WS-CAL-EOF-SW         PIC X(01) VALUE 'N'.
000082         88  WS-CAL-EOF            VALUE 'Y'.
000083     05  WS-EOF-SW             PIC X(01) VALUE 'N'.
000084         88  WS-EOF                VALUE 'Y'.
000085     05  WS-MONTH-END-SW       PIC X(01) VALUE 'N'.
000086         88  WS-MONTH-END          VALUE 'Y'.
000087     05  WS-FOUND-SW           PIC X(01) VALUE 'N'.
000088         88  WS-FOUND              VALUE 'Y'.
000089     05  WS-ENT-OVERFLOW-SW    PIC X(01) VALUE 'N'.
000090         88  WS-ENT-OVERFLOW       VALUE 'Y'.
000091     05  WS-DEN-OVERFLOW-SW    PIC X(01) VALUE 'N'.
000092         88  WS-DEN-OVERFLOW       VALUE 'Y'.
000093
000094 01  WS-NOW-TS                 PIC X(26).
000095 01  WS-PROC-DATE.
000096     05  WS-PROC-YEAR          PIC X(04).
000097     05  WS-PROC-MONTH         PIC X(02).
000098         88  WS-QUARTER-MONTH      VALUES '03' '06' '09' '12'.
000099     05  WS-PROC-DAY           PIC X(02).
000100 01  WS-BEST-DATE              PIC X(08).
000101 01  WS-QTR-START              PIC X(08).
000102 01  WS-MONTH-N                PIC 9(02).
000103 01  WS-DATE-N                 PIC 9(08).
000104 01  WS-PROC-DATE-N            PIC 9(08).
000105 01  WS-DAYS                   PIC S9(08) COMP VALUE 0.
000106 01  WS-USER-TOTAL             PIC S9(08) COMP VALUE 0.
000107
000108 01  WS-ENT-IDX                PIC S9(04) COMP VALUE 0.
000109 01  WS-DEN-IDX                PIC S9(04) COMP VALUE 0.
000110 01  WS-MIN-IDX                PIC S9(04) COMP VALUE 0.
000111 01  WS-SCAN-IDX               PIC S9(04) COMP VALUE 0.
000112 01  WS-MATCH-IDX              PIC S9(04) COMP VALUE 0.
000113 01  WS-LOW-IDX                PIC S9(04) COMP VALUE 0.
000114 01  WS-HIGH-IDX               PIC S9(04) COMP VALUE 0.
000115
000116 01  WS-FIND-KEY.
000117     05  WS-FIND-USER-ID       PIC X(08).
000118     05  WS-FIND-TRAN-CODE     PIC X(04).
000119
000120 01  WS-ATH-READ-COUNT         PIC S9(08) COMP VALUE 0.
000121 01  WS-UNUSED-COUNT           PIC S9(08) COMP VALUE 0.
000122 01  WS-NEVER-COUNT            PIC S9(08) COMP VALUE 0.
000123 01  WS-DENIAL-COUNT           PIC S9(08) COMP VALUE 0.
000124 01  WS-DENIED-USER-COUNT      PIC S9(08) COMP VALUE 0.
000125 01  WS-GRANT-COUNT            PIC S9(08) COMP VALUE 0.
000126 01  WS-REVOKE-COUNT           PIC S9(08) COMP VALUE 0.
000127
000128*    THE ALLOWED ENTITLEMENTS, SORTED BY USER AND CODE, WITH THE
000129*    LATEST LOGGED GRANT AND THE LATEST AUDITED USE.
000130 01  WS-ENT-COUNT              PIC S9(04) COMP VALUE 0.
000131 01  WS-ENT-TABLE.
000132     05  WS-ENT-ENTRY OCCURS 0 TO 2000 TIMES
000133             DEPENDING ON WS-ENT-COUNT.
000134         10  WS-ENT-SORT-KEY.
000135             15  WS-ENT-USER-ID        PIC X(08).
000136             15  WS-ENT-TRAN-CODE      PIC X(04).
000137         10  WS-ENT-GRANT-TS       PIC X(26).
000138         10  WS-ENT-GRANT-BY       PIC X(08).
000139         10  WS-ENT-LAST-USE-TS    PIC X(26).
000140
000141 01  WS-ENT-SWAP.
000142     05  WS-ENT-SWAP-KEY       PIC X(12).
000143     05  WS-ENT-SWAP-GRANT-TS  PIC X(26).
000144     05  WS-ENT-SWAP-GRANT-BY  PIC X(08).
000145     05  WS-ENT-SWAP-LAST-USE  PIC X(26).
000146
000147*    THE QUARTER'S DENIALS, ONE ENTRY PER USER AND CODE.
000148 01  WS-DEN-COUNT              PIC S9(04) COMP VALUE 0.
000149 01  WS-DEN-TABLE.
000150     05  WS-DEN-ENTRY OCCURS 0 TO 1000 TIMES
000151             DEPENDING ON WS-DEN-COUNT.
000152         10  WS-DEN-SORT-KEY.
000153             15  WS-DEN-USER-ID        PIC X(08).
000154             15  WS-DEN-TRAN-CODE      PIC X(04).
000155         10  WS-DEN-TIMES          PIC S9(08) COMP.
000156         10  WS-DEN-FIRST-TS       PIC X(26).
000157         10  WS-DEN-LAST-TS        PIC X(26).
000158
000159 01  WS-DEN-SWAP.
000160     05  WS-DEN-SWAP-KEY       PIC X(12).
000161     05  WS-DEN-SWAP-TIMES     PIC S9(08) COMP.
000162     05  WS-DEN-SWAP-FIRST-TS  PIC X(26).
000163     05  WS-DEN-SWAP-LAST-TS   PIC X(26).
000164
000165 01  WS-HEADING-1.
000166     05  FILLER                PIC X(051) VALUE
000167         'DL100ATR - QUARTERLY ENTITLEMENT RECERTIFICATION - '.
000168     05  FILLER                PIC X(008) VALUE 'QUARTER '.
000169     05  DL-HDG-QTR-START      PIC X(08).
000170     05  FILLER                PIC X(004) VALUE ' TO '.
000171     05  DL-HDG-QTR-END        PIC X(08).
000172     05  FILLER                PIC X(053) VALUE SPACES.
000173 01  WS-RULE-LINE              PIC X(132) VALUE ALL '-'.
000174
000175 01  WS-HEADING-2              PIC X(132) VALUE
000176     'SECTION 1 - ACTIVE ENTITLEMENTS AND LAST USE'.
000177 01  WS-HEADING-3              PIC X(132) VALUE
000178     'SECTION 2 - USERS WITH REPEATED AUTHORIZATION DENIALS'.
000179
000180 01  WS-ENT-HEADING.
000181     05  FILLER                PIC X(013) VALUE '    USER'.
000182     05  FILLER                PIC X(006) VALUE 'CODE'.
000183     05  FILLER                PIC X(009) VALUE 'GRANTED'.
000184     05  FILLER                PIC X(010) VALUE 'BY'.
000185     05  FILLER                PIC X(009) VALUE 'LAST USE'.
000186     05  FILLER                PIC X(007) VALUE ' DAYS'.
000187     05  FILLER                PIC X(024) VALUE 'FLAG'.
000188     05  FILLER                PIC X(054) VALUE 'SIGN-OFF'.
000189
000190 01  WS-ENT-LINE.
000191     05  FILLER                PIC X(04) VALUE SPACES.
000192     05  DL-USER-ID            PIC X(08).
000193     05  FILLER                PIC X(01) VALUE SPACE.
000194     05  DL-TRAN-CODE          PIC X(04).
000195     05  FILLER                PIC X(02) VALUE SPACES.
000196     05  DL-GRANTED            PIC X(08).
000197     05  FILLER                PIC X(01) VALUE SPACE.
000198     05  DL-GRANTED-BY         PIC X(08).
000199     05  FILLER                PIC X(02) VALUE SPACES.
000200     05  DL-LAST-USE           PIC X(08).
000201     05  FILLER                PIC X(01) VALUE SPACE.
000202     05  DL-DAYS               PIC ZZZZ9.
000203     05  DL-DAYS-X REDEFINES DL-DAYS
000204                               PIC X(05).
000205     05  FILLER                PIC X(02) VALUE SPACES.
000206     05  DL-FLAG               PIC X(22).
000207     05  FILLER                PIC X(02) VALUE SPACES.
000208     05  FILLER                PIC X(038) VALUE
000209         'KEEP ____  REVOKE ____  INITIALS _____'.
000210     05  FILLER                PIC X(16) VALUE SPACES.
000211
000212 01  WS-DEN-USER-LINE.
000213     05  FILLER                PIC X(004) VALUE SPACES.
000214     05  FILLER                PIC X(005) VALUE 'USER '.
000215     05  DL-DU-USER-ID         PIC X(08).
000216     05  FILLER                PIC X(021) VALUE
000217         '  DENIALS IN QUARTER '.
000218     05  DL-DU-TOTAL           PIC ZZ,ZZ9.
000219     05  FILLER                PIC X(088) VALUE SPACES.
000220
000221 01  WS-DEN-HEADING.
000222     05  FILLER                PIC X(013) VALUE '        CODE'.
000223     05  FILLER                PIC X(008) VALUE '  TIMES'.
000224     05  FILLER                PIC X(027) VALUE 'FIRST DENIED'.
000225     05  FILLER                PIC X(027) VALUE 'LAST DENIED'.
000226     05  FILLER                PIC X(057) VALUE 'NOTE'.
000227
000228 01  WS-DEN-LINE.
000229     05  FILLER                PIC X(08) VALUE SPACES.
000230     05  DL-DN-TRAN-CODE       PIC X(04).
000231     05  FILLER                PIC X(01) VALUE SPACE.
000232     05  DL-DN-TIMES           PIC ZZ,ZZ9.
000233     05  FILLER                PIC X(02) VALUE SPACES.
000234     05  DL-DN-FIRST-TS        PIC X(26).
000235     05  FILLER                PIC X(01) VALUE SPACE.
000236     05  DL-DN-LAST-TS         PIC X(26).
000237     05  FILLER                PIC X(01) VALUE SPACE.
000238     05  DL-DN-NOTE            PIC X(30).
000239     05  FILLER                PIC X(27) VALUE SPACES.
000240
000241 01  WS-NONE-LINE              PIC X(132) VALUE
000242     '    (NONE)'.
000243
000244 01  WS-SUMMARY-LINE.
000245     05  DL-SUM-LABEL          PIC X(032).
000246     05  DL-SUM-COUNT          PIC Z,ZZZ,ZZ9.
000247     05  FILLER                PIC X(091) VALUE SPACES.
000248
000249     COPY DL100RCP.
000250
000251 Procedure Division.
000252 0000-MAINLINE.
000253     PERFORM 0100-RUN-CONTROL-START
000254         THRU 0100-RUN-CONTROL-START-EXIT
000255
000256     IF DL100-RCP-REFUSED
000257         DISPLAY 'DL100ATR RUN REFUSED BY RUN CONTROL'
000258             ' - SEE DL100RNC MESSAGE'
000259         GOBACK
000260     END-IF
000261
000262     MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
000263     MOVE WS-NOW-TS(1:8) TO WS-PROC-DATE
000264
000265     PERFORM 0500-RESOLVE-PROC-DATE
000266         THRU 0500-RESOLVE-PROC-DATE-EXIT
000267
000268     PERFORM 0600-RESOLVE-QUARTER
000269         THRU 0600-RESOLVE-QUARTER-EXIT
000270
000271*    NOT A QUARTER-END - OPENING THE REPORT WOULD ONLY EMPTY THE
000272*    ONE THE MANAGERS ARE STILL SIGNING OFF.
000273     IF NOT WS-MONTH-END
000274        OR NOT WS-QUARTER-MONTH
000275         DISPLAY 'DL100ATR PROCESSING DATE ' WS-PROC-DATE
000276             ' IS NOT A QUARTER-END ON DL100CAL - NO REPORT'
000277     ELSE
000278         PERFORM 1000-LOAD-ENTITLEMENTS
000279             THRU 1000-LOAD-ENTITLEMENTS-EXIT
000280
000281         PERFORM 1500-SORT-ENTITLEMENTS
000282             THRU 1500-SORT-ENTITLEMENTS-EXIT
000283
000284         PERFORM 2000-FIND-GRANTS
000285             THRU 2000-FIND-GRANTS-EXIT
000286
000287         PERFORM 2500-FIND-LAST-USE
000288             THRU 2500-FIND-LAST-USE-EXIT
000289
000290         PERFORM 3000-COLLECT-DENIALS
000291             THRU 3000-COLLECT-DENIALS-EXIT
000292
000293         PERFORM 3500-SORT-DENIALS
000294             THRU 3500-SORT-DENIALS-EXIT
000295
000296         PERFORM 4000-WRITE-REPORT
000297             THRU 4000-WRITE-REPORT-EXIT
000298     END-IF
000299
000300     PERFORM 9000-RUN-CONTROL-END
000301         THRU 9000-RUN-CONTROL-END-EXIT
000302
000303     GOBACK
000304     .
000305
000306 0100-RUN-CONTROL-START.
000307     SET DL100-RCP-FUNC-START TO TRUE
000308     MOVE 'DL100ATR' TO DL100-RCP-JOB-NAME
000309
000310     CALL 'DL100RNC' USING DL100-RCP-PARMS
000311     END-CALL
000312     .
000313 0100-RUN-CONTROL-START-EXIT.
000314     EXIT.
000315
000316 0500-RESOLVE-PROC-DATE.
000317*    SAME RULE AS DL100RNC - THE PROCESSING DATE IS THE LATEST
000318*    BUSINESS DAY ON OR BEFORE THE CLOCK DATE; AN EMPTY OR
000319*    MISSING CALENDAR FALLS BACK TO THE CLOCK DATE.
000320     MOVE SPACES TO WS-BEST-DATE
000321     MOVE 'N' TO WS-CAL-EOF-SW
000322
000323     OPEN INPUT DL100-CAL-FILE
000324
000325     PERFORM 0550-SCAN-ONE-CAL-DAY
000326         THRU 0550-SCAN-ONE-CAL-DAY-EXIT
000327         UNTIL WS-CAL-EOF
000328
000329     CLOSE DL100-CAL-FILE
000330
000331     IF WS-BEST-DATE NOT EQUAL SPACES
000332         MOVE WS-BEST-DATE TO WS-PROC-DATE
000333     END-IF
000334     .
000335 0500-RESOLVE-PROC-DATE-EXIT.
000336     EXIT.
000337
000338 0550-SCAN-ONE-CAL-DAY.
000339     READ DL100-CAL-FILE
000340         AT END
000341             MOVE 'Y' TO WS-CAL-EOF-SW
000342         NOT AT END
000343             IF DL100-CAL-BUSINESS
000344                AND DL100-CAL-DATE
000345                        NOT GREATER THAN WS-NOW-TS(1:8)
000346                AND DL100-CAL-DATE GREATER THAN WS-BEST-DATE
000347                 MOVE DL100-CAL-DATE TO WS-BEST-DATE
000348             END-IF
000349     END-READ
000350     .
000351 0550-SCAN-ONE-CAL-DAY-EXIT.
000352     EXIT.
000353
000354 0600-RESOLVE-QUARTER.
000355*    TAKES THE MONTH-END MARKER OF THE PROCESSING DATE; THE
000356*    QUARTER RUNS FROM THE FIRST OF ITS FIRST MONTH.
000357     MOVE 'N' TO WS-MONTH-END-SW
000358     MOVE 'N' TO WS-CAL-EOF-SW
000359
000360     OPEN INPUT DL100-CAL-FILE
000361
000362     PERFORM 0650-CHECK-ONE-CAL-DAY
000363         THRU 0650-CHECK-ONE-CAL-DAY-EXIT
000364         UNTIL WS-CAL-EOF
000365
000366     CLOSE DL100-CAL-FILE
000367
000368     MOVE WS-PROC-DATE TO WS-PROC-DATE-N
000369     MOVE WS-PROC-YEAR TO WS-QTR-START(1:4)
000370     MOVE '01' TO WS-QTR-START(5:2)
000371     MOVE '01' TO WS-QTR-START(7:2)
000372     IF WS-QUARTER-MONTH
000373         MOVE WS-PROC-MONTH TO WS-MONTH-N
000374         SUBTRACT 2 FROM WS-MONTH-N
000375         MOVE WS-MONTH-N TO WS-QTR-START(5:2)
000376     END-IF
000377     .
000378 0600-RESOLVE-QUARTER-EXIT.
000379     EXIT.
000380
000381 0650-CHECK-ONE-CAL-DAY.
000382     READ DL100-CAL-FILE
000383         AT END
000384             MOVE 'Y' TO WS-CAL-EOF-SW
000385         NOT AT END
000386             IF DL100-CAL-DATE EQUAL WS-PROC-DATE
000387                AND DL100-CAL-MONTH-END
000388                 MOVE 'Y' TO WS-MONTH-END-SW
000389             END-IF
000390     END-READ
000391     .
000392 0650-CHECK-ONE-CAL-DAY-EXIT.
000393     EXIT.
000394
000395 1000-LOAD-ENTITLEMENTS.
000396     MOVE 0 TO WS-ENT-COUNT
000397     MOVE 'N' TO WS-EOF-SW
000398
000399     OPEN INPUT DL100-ATH-FILE
000400
000401     PERFORM 1100-LOAD-ONE-ENTITLEMENT
000402         THRU 1100-LOAD-ONE-ENTITLEMENT-EXIT
000403         UNTIL WS-EOF
000404
000405     CLOSE DL100-ATH-FILE
000406     .
000407 1000-LOAD-ENTITLEMENTS-EXIT.
000408     EXIT.
000409
000410 1100-LOAD-ONE-ENTITLEMENT.
000411     READ DL100-ATH-FILE
000412         AT END
000413             MOVE 'Y' TO WS-EOF-SW
000414         NOT AT END
000415             ADD 1 TO WS-ATH-READ-COUNT
000416             IF DL100-ATH-ALLOWED
000417                 PERFORM 1150-ADD-ENTITLEMENT
000418                     THRU 1150-ADD-ENTITLEMENT-EXIT
000419             END-IF
000420     END-READ
000421     .
000422 1100-LOAD-ONE-ENTITLEMENT-EXIT.
000423     EXIT.
000424
000425 1150-ADD-ENTITLEMENT.
000426     IF WS-ENT-COUNT NOT LESS THAN MAX-ENTITLEMENTS
000427         IF NOT WS-ENT-OVERFLOW
000428             MOVE 'Y' TO WS-ENT-OVERFLOW-SW
000429             DISPLAY 'DL100ATR MORE THAN 2000 ALLOWED'
000430                 ' ENTITLEMENTS - THE REPORT LISTS THE FIRST 2000'
000431         END-IF
000432         GO TO 1150-ADD-ENTITLEMENT-EXIT
000433     END-IF
000434
000435     ADD 1 TO WS-ENT-COUNT
000436     MOVE DL100-ATH-USER-ID TO WS-ENT-USER-ID (WS-ENT-COUNT)
000437     MOVE DL100-ATH-TRAN-CODE TO WS-ENT-TRAN-CODE (WS-ENT-COUNT)
000438     MOVE SPACES TO WS-ENT-GRANT-TS (WS-ENT-COUNT)
000439     MOVE SPACES TO WS-ENT-GRANT-BY (WS-ENT-COUNT)
000440     MOVE SPACES TO WS-ENT-LAST-USE-TS (WS-ENT-COUNT)
000441     .
000442 1150-ADD-ENTITLEMENT-EXIT.
000443     EXIT.
000444
000445 1500-SORT-ENTITLEMENTS.
000446     PERFORM 1600-PLACE-ONE-ENTITLEMENT
000447         THRU 1600-PLACE-ONE-ENTITLEMENT-EXIT
000448         VARYING WS-ENT-IDX FROM 1 BY 1
000449         UNTIL WS-ENT-IDX NOT LESS THAN WS-ENT-COUNT
000450     .
000451 1500-SORT-ENTITLEMENTS-EXIT.
000452     EXIT.
000453
000454 1600-PLACE-ONE-ENTITLEMENT.
000455     MOVE WS-ENT-IDX TO WS-MIN-IDX
000456
000457     COMPUTE WS-SCAN-IDX = WS-ENT-IDX + 1
000458     PERFORM 1700-FIND-LOWEST-ENTITLEMENT
000459         THRU 1700-FIND-LOWEST-ENTITLEMENT-EXIT
000460         VARYING WS-SCAN-IDX FROM WS-SCAN-IDX BY 1
000461         UNTIL WS-SCAN-IDX > WS-ENT-COUNT
000462
000463     IF WS-MIN-IDX NOT EQUAL WS-ENT-IDX
000464         MOVE WS-ENT-ENTRY (WS-ENT-IDX) TO WS-ENT-SWAP
000465         MOVE WS-ENT-ENTRY (WS-MIN-IDX)
000466             TO WS-ENT-ENTRY (WS-ENT-IDX)
000467         MOVE WS-ENT-SWAP TO WS-ENT-ENTRY (WS-MIN-IDX)
000468     END-IF
000469     .
000470 1600-PLACE-ONE-ENTITLEMENT-EXIT.
000471     EXIT.
000472
000473 1700-FIND-LOWEST-ENTITLEMENT.
000474     IF WS-ENT-SORT-KEY (WS-SCAN-IDX)
000475             LESS THAN WS-ENT-SORT-KEY (WS-MIN-IDX)
000476         MOVE WS-SCAN-IDX TO WS-MIN-IDX
000477     END-IF
000478     .
000479 1700-FIND-LOWEST-ENTITLEMENT-EXIT.
000480     EXIT.
000481
000482 2000-FIND-GRANTS.
000483     MOVE 'N' TO WS-EOF-SW
000484
000485     OPEN INPUT DL100-ATC-FILE
000486
000487     PERFORM 2100-CHECK-ONE-CHANGE
000488         THRU 2100-CHECK-ONE-CHANGE-EXIT
000489         UNTIL WS-EOF
000490
000491     CLOSE DL100-ATC-FILE
000492     .
000493 2000-FIND-GRANTS-EXIT.
000494     EXIT.
000495
000496 2100-CHECK-ONE-CHANGE.
000497     READ DL100-ATC-FILE
000498         AT END
000499             MOVE 'Y' TO WS-EOF-SW
000500         NOT AT END
000501             PERFORM 2150-APPLY-ONE-CHANGE
000502                 THRU 2150-APPLY-ONE-CHANGE-EXIT
000503     END-READ
000504     .
000505 2100-CHECK-ONE-CHANGE-EXIT.
000506     EXIT.
000507
000508 2150-APPLY-ONE-CHANGE.
000509     IF DL100-ATC-TIMESTAMP(1:8) NOT LESS THAN WS-QTR-START
000510        AND DL100-ATC-TIMESTAMP(1:8) NOT GREATER THAN WS-PROC-DATE
000511         IF DL100-ATC-GRANT
000512             ADD 1 TO WS-GRANT-COUNT
000513         ELSE
000514             ADD 1 TO WS-REVOKE-COUNT
000515         END-IF
000516     END-IF
000517
000518     IF NOT DL100-ATC-GRANT
000519         GO TO 2150-APPLY-ONE-CHANGE-EXIT
000520     END-IF
000521
000522     MOVE DL100-ATC-USER-ID TO WS-FIND-USER-ID
000523     MOVE DL100-ATC-TRAN-CODE TO WS-FIND-TRAN-CODE
000524     PERFORM 2900-FIND-ENTITLEMENT
000525         THRU 2900-FIND-ENTITLEMENT-EXIT
000526
000527*    THE LATEST GRANT IS THE ONE THAT MADE THE ROW ACTIVE NOW.
000528     IF WS-FOUND
000529        AND DL100-ATC-TIMESTAMP
000530                GREATER THAN WS-ENT-GRANT-TS (WS-MATCH-IDX)
000531         MOVE DL100-ATC-TIMESTAMP
000532             TO WS-ENT-GRANT-TS (WS-MATCH-IDX)
000533         MOVE DL100-ATC-CHANGED-BY
000534             TO WS-ENT-GRANT-BY (WS-MATCH-IDX)
000535     END-IF
000536     .
000537 2150-APPLY-ONE-CHANGE-EXIT.
000538     EXIT.
000539
000540 2500-FIND-LAST-USE.
000541     MOVE 'N' TO WS-EOF-SW
000542
000543     OPEN INPUT DL100-AUD-FILE
000544
000545     PERFORM 2600-CHECK-ONE-DISPATCH
000546         THRU 2600-CHECK-ONE-DISPATCH-EXIT
000547         UNTIL WS-EOF
000548
000549     CLOSE DL100-AUD-FILE
000550     .
000551 2500-FIND-LAST-USE-EXIT.
000552     EXIT.
000553
000554 2600-CHECK-ONE-DISPATCH.
000555     READ DL100-AUD-FILE
000556         AT END
000557             MOVE 'Y' TO WS-EOF-SW
000558         NOT AT END
000559             IF DL100-AUD-TRAN-CODE NOT EQUAL SPACES
000560                 PERFORM 2650-APPLY-ONE-DISPATCH
000561                     THRU 2650-APPLY-ONE-DISPATCH-EXIT
000562             END-IF
000563     END-READ
000564     .
000565 2600-CHECK-ONE-DISPATCH-EXIT.
000566     EXIT.
000567
000568 2650-APPLY-ONE-DISPATCH.
000569     MOVE DL100-AUD-USER-ID TO WS-FIND-USER-ID
000570     MOVE DL100-AUD-TRAN-CODE TO WS-FIND-TRAN-CODE
000571     PERFORM 2900-FIND-ENTITLEMENT
000572         THRU 2900-FIND-ENTITLEMENT-EXIT
000573
000574     IF WS-FOUND
000575        AND DL100-AUD-TIMESTAMP
000576                GREATER THAN WS-ENT-LAST-USE-TS (WS-MATCH-IDX)
000577         MOVE DL100-AUD-TIMESTAMP
000578             TO WS-ENT-LAST-USE-TS (WS-MATCH-IDX)
000579     END-IF
000580     .
000581 2650-APPLY-ONE-DISPATCH-EXIT.
000582     EXIT.
000583
000584 2900-FIND-ENTITLEMENT.
000585*    BINARY SEARCH OF THE SORTED TABLE FOR WS-FIND-KEY - THE
000586*    DISPATCH AUDIT IS FAR TOO LONG TO SCAN THE TABLE PER RECORD.
000587     MOVE 'N' TO WS-FOUND-SW
000588     MOVE 0 TO WS-MATCH-IDX
000589     MOVE 1 TO WS-LOW-IDX
000590     MOVE WS-ENT-COUNT TO WS-HIGH-IDX
000591
000592     PERFORM 2950-PROBE-ONE-ENTITLEMENT
000593         THRU 2950-PROBE-ONE-ENTITLEMENT-EXIT
000594         UNTIL WS-FOUND
000595            OR WS-LOW-IDX > WS-HIGH-IDX
000596     .
000597 2900-FIND-ENTITLEMENT-EXIT.
000598     EXIT.
000599
000600 2950-PROBE-ONE-ENTITLEMENT.
000601     COMPUTE WS-MATCH-IDX = (WS-LOW-IDX + WS-HIGH-IDX) / 2
000602
000603     EVALUATE TRUE
000604         WHEN WS-ENT-SORT-KEY (WS-MATCH-IDX) EQUAL WS-FIND-KEY
000605             MOVE 'Y' TO WS-FOUND-SW
000606         WHEN WS-ENT-SORT-KEY (WS-MATCH-IDX) LESS THAN WS-FIND-KEY
000607             COMPUTE WS-LOW-IDX = WS-MATCH-IDX + 1
000608         WHEN OTHER
000609             COMPUTE WS-HIGH-IDX = WS-MATCH-IDX - 1
000610     END-EVALUATE
000611     .
000612 2950-PROBE-ONE-ENTITLEMENT-EXIT.
000613     EXIT.
000614
000615 3000-COLLECT-DENIALS.
000616     MOVE 0 TO WS-DEN-COUNT
000617     MOVE 'N' TO WS-EOF-SW
000618
000619     OPEN INPUT DL100-ATD-FILE
000620
000621     PERFORM 3100-CHECK-ONE-DENIAL
000622         THRU 3100-CHECK-ONE-DENIAL-EXIT
000623         UNTIL WS-EOF
000624
000625     CLOSE DL100-ATD-FILE
000626     .
000627 3000-COLLECT-DENIALS-EXIT.
000628     EXIT.
000629
000630 3100-CHECK-ONE-DENIAL.
000631     READ DL100-ATD-FILE
000632         AT END
000633             MOVE 'Y' TO WS-EOF-SW
000634         NOT AT END
000635             IF DL100-ATD-TIMESTAMP(1:8)
000636                        NOT LESS THAN WS-QTR-START
000637                AND DL100-ATD-TIMESTAMP(1:8)
000638                        NOT GREATER THAN WS-PROC-DATE
000639                 ADD 1 TO WS-DENIAL-COUNT
000640                 PERFORM 3150-ADD-DENIAL
000641                     THRU 3150-ADD-DENIAL-EXIT
000642             END-IF
000643     END-READ
000644     .
000645 3100-CHECK-ONE-DENIAL-EXIT.
000646     EXIT.
000647
000648 3150-ADD-DENIAL.
000649     MOVE 'N' TO WS-FOUND-SW
000650     PERFORM 3200-MATCH-ONE-DENIAL
000651         THRU 3200-MATCH-ONE-DENIAL-EXIT
000652         VARYING WS-DEN-IDX FROM 1 BY 1
000653         UNTIL WS-DEN-IDX > WS-DEN-COUNT
000654            OR WS-FOUND
000655
000656     IF WS-FOUND
000657         GO TO 3150-ADD-DENIAL-EXIT
000658     END-IF
000659
000660     IF WS-DEN-COUNT NOT LESS THAN MAX-DENIALS
000661         IF NOT WS-DEN-OVERFLOW
000662             MOVE 'Y' TO WS-DEN-OVERFLOW-SW
000663             DISPLAY 'DL100ATR MORE THAN 1000 DENIED USER/CODE'
000664                 ' PAIRS IN THE QUARTER - LATER ONES NOT LISTED'
000665         END-IF
000666         GO TO 3150-ADD-DENIAL-EXIT
000667     END-IF
000668
000669     ADD 1 TO WS-DEN-COUNT
000670     MOVE DL100-ATD-USER-ID TO WS-DEN-USER-ID (WS-DEN-COUNT)
000671     MOVE DL100-ATD-TRAN-CODE TO WS-DEN-TRAN-CODE (WS-DEN-COUNT)
000672     MOVE 1 TO WS-DEN-TIMES (WS-DEN-COUNT)
000673     MOVE DL100-ATD-TIMESTAMP TO WS-DEN-FIRST-TS (WS-DEN-COUNT)
000674     MOVE DL100-ATD-TIMESTAMP TO WS-DEN-LAST-TS (WS-DEN-COUNT)
000675     .
000676 3150-ADD-DENIAL-EXIT.
000677     EXIT.
000678
000679 3200-MATCH-ONE-DENIAL.
000680     IF WS-DEN-USER-ID (WS-DEN-IDX) EQUAL DL100-ATD-USER-ID
000681        AND WS-DEN-TRAN-CODE (WS-DEN-IDX)
000682                EQUAL DL100-ATD-TRAN-CODE
000683         MOVE 'Y' TO WS-FOUND-SW
000684         ADD 1 TO WS-DEN-TIMES (WS-DEN-IDX)
000685         IF DL100-ATD-TIMESTAMP
000686                 LESS THAN WS-DEN-FIRST-TS (WS-DEN-IDX)
000687             MOVE DL100-ATD-TIMESTAMP
000688                 TO WS-DEN-FIRST-TS (WS-DEN-IDX)
000689         END-IF
000690         IF DL100-ATD-TIMESTAMP
000691                 GREATER THAN WS-DEN-LAST-TS (WS-DEN-IDX)
000692             MOVE DL100-ATD-TIMESTAMP
000693                 TO WS-DEN-LAST-TS (WS-DEN-IDX)
000694         END-IF
000695     END-IF
000696     .
000697 3200-MATCH-ONE-DENIAL-EXIT.
000698     EXIT.
000699
000700 3500-SORT-DENIALS.
000701     PERFORM 3600-PLACE-ONE-DENIAL
000702         THRU 3600-PLACE-ONE-DENIAL-EXIT
000703         VARYING WS-DEN-IDX FROM 1 BY 1
000704         UNTIL WS-DEN-IDX NOT LESS THAN WS-DEN-COUNT
000705     .
000706 3500-SORT-DENIALS-EXIT.
000707     EXIT.
000708
000709 3600-PLACE-ONE-DENIAL.
000710     MOVE WS-DEN-IDX TO WS-MIN-IDX
000711
000712     COMPUTE WS-SCAN-IDX = WS-DEN-IDX + 1
000713     PERFORM 3700-FIND-LOWEST-DENIAL
000714         THRU 3700-FIND-LOWEST-DENIAL-EXIT
000715         VARYING WS-SCAN-IDX FROM WS-SCAN-IDX BY 1
000716         UNTIL WS-SCAN-IDX > WS-DEN-COUNT
000717
000718     IF WS-MIN-IDX NOT EQUAL WS-DEN-IDX
000719         MOVE WS-DEN-ENTRY (WS-DEN-IDX) TO WS-DEN-SWAP
000720         MOVE WS-DEN-ENTRY (WS-MIN-IDX)
000721             TO WS-DEN-ENTRY (WS-DEN-IDX)
000722         MOVE WS-DEN-SWAP TO WS-DEN-ENTRY (WS-MIN-IDX)
000723     END-IF
000724     .
000725 3600-PLACE-ONE-DENIAL-EXIT.
000726     EXIT.
000727
000728 3700-FIND-LOWEST-DENIAL.
000729     IF WS-DEN-SORT-KEY (WS-SCAN-IDX)
000730             LESS THAN WS-DEN-SORT-KEY (WS-MIN-IDX)
000731         MOVE WS-SCAN-IDX TO WS-MIN-IDX
000732     END-IF
000733     .
000734 3700-FIND-LOWEST-DENIAL-EXIT.
000735     EXIT.
000736
000737 4000-WRITE-REPORT.
000738     OPEN OUTPUT DL100-ATR-RPT
000739
000740     MOVE WS-QTR-START TO DL-HDG-QTR-START
000741     MOVE WS-PROC-DATE TO DL-HDG-QTR-END
000742     WRITE DL100-ATR-LINE FROM WS-HEADING-1
000743     MOVE SPACES TO DL100-ATR-LINE
000744     WRITE DL100-ATR-LINE
000745
000746     WRITE DL100-ATR-LINE FROM WS-HEADING-2
000747     WRITE DL100-ATR-LINE FROM WS-RULE-LINE
000748
000749     IF WS-ENT-COUNT EQUAL 0
000750         WRITE DL100-ATR-LINE FROM WS-NONE-LINE
000751     ELSE
000752         WRITE DL100-ATR-LINE FROM WS-ENT-HEADING
000753         PERFORM 4100-WRITE-ONE-ENTITLEMENT
000754             THRU 4100-WRITE-ONE-ENTITLEMENT-EXIT
000755             VARYING WS-ENT-IDX FROM 1 BY 1
000756             UNTIL WS-ENT-IDX > WS-ENT-COUNT
000757     END-IF
000758
000759     MOVE SPACES TO DL100-ATR-LINE
000760     WRITE DL100-ATR-LINE
000761     WRITE DL100-ATR-LINE FROM WS-HEADING-3
000762     WRITE DL100-ATR-LINE FROM WS-RULE-LINE
000763
000764     MOVE LOW-VALUES TO WS-FIND-USER-ID
000765     PERFORM 5000-WRITE-ONE-DENIAL
000766         THRU 5000-WRITE-ONE-DENIAL-EXIT
000767         VARYING WS-DEN-IDX FROM 1 BY 1
000768         UNTIL WS-DEN-IDX > WS-DEN-COUNT
000769
000770     IF WS-DENIED-USER-COUNT EQUAL 0
000771         WRITE DL100-ATR-LINE FROM WS-NONE-LINE
000772     END-IF
000773
000774     PERFORM 8000-SUMMARY
000775         THRU 8000-SUMMARY-EXIT
000776
000777     CLOSE DL100-ATR-RPT
000778     .
000779 4000-WRITE-REPORT-EXIT.
000780     EXIT.
000781
000782 4100-WRITE-ONE-ENTITLEMENT.
000783     MOVE WS-ENT-USER-ID (WS-ENT-IDX) TO DL-USER-ID
000784     MOVE WS-ENT-TRAN-CODE (WS-ENT-IDX) TO DL-TRAN-CODE
000785     MOVE SPACES TO DL-FLAG
000786
000787     IF WS-ENT-GRANT-TS (WS-ENT-IDX) EQUAL SPACES
000788         MOVE 'UNLOGGED' TO DL-GRANTED
000789         MOVE SPACES TO DL-GRANTED-BY
000790     ELSE
000791         MOVE WS-ENT-GRANT-TS (WS-ENT-IDX)(1:8) TO DL-GRANTED
000792         MOVE WS-ENT-GRANT-BY (WS-ENT-IDX) TO DL-GRANTED-BY
000793     END-IF
000794
000795*    NEVER USED - AGE THE GRANT INSTEAD, SO A NEW GRANT IS NOT
000796*    FLAGGED BEFORE THE USER HAS HAD A CHANCE TO USE IT.  THE
000797*    DAYS COLUMN THEN SHOWS THE AGE OF THE GRANT.
000798     IF WS-ENT-LAST-USE-TS (WS-ENT-IDX) EQUAL SPACES
000799         MOVE 'NEVER' TO DL-LAST-USE
000800         IF WS-ENT-GRANT-TS (WS-ENT-IDX) EQUAL SPACES
000801             MOVE UNUSED-DAYS TO WS-DAYS
000802             MOVE SPACES TO DL-DAYS-X
000803         ELSE
000804             MOVE WS-ENT-GRANT-TS (WS-ENT-IDX)(1:8) TO WS-DATE-N
000805             PERFORM 4200-DAYS-SINCE
000806                 THRU 4200-DAYS-SINCE-EXIT
000807             MOVE WS-DAYS TO DL-DAYS
000808         END-IF
000809         IF WS-DAYS NOT LESS THAN UNUSED-DAYS
000810             MOVE 'NEVER USED' TO DL-FLAG
000811             ADD 1 TO WS-NEVER-COUNT
000812         END-IF
000813     ELSE
000814         MOVE WS-ENT-LAST-USE-TS (WS-ENT-IDX)(1:8) TO DL-LAST-USE
000815         MOVE WS-ENT-LAST-USE-TS (WS-ENT-IDX)(1:8) TO WS-DATE-N
000816         PERFORM 4200-DAYS-SINCE
000817             THRU 4200-DAYS-SINCE-EXIT
000818         MOVE WS-DAYS TO DL-DAYS
000819         IF WS-DAYS NOT LESS THAN UNUSED-DAYS
000820             MOVE 'UNUSED 90+ DAYS' TO DL-FLAG
000821             ADD 1 TO WS-UNUSED-COUNT
000822         END-IF
000823     END-IF
000824
000825     WRITE DL100-ATR-LINE FROM WS-ENT-LINE
000826     .
000827 4100-WRITE-ONE-ENTITLEMENT-EXIT.
000828     EXIT.
000829
000830 4200-DAYS-SINCE.
000831*    DAYS FROM WS-DATE-N TO THE PROCESSING DATE; A DATE AFTER IT
000832*    (A WEEKEND USE BEFORE THE NEXT BUSINESS DAY) COUNTS AS ZERO.
000833     IF WS-DATE-N NOT LESS THAN WS-PROC-DATE-N
000834         MOVE 0 TO WS-DAYS
000835     ELSE
000836         COMPUTE WS-DAYS =
000837             FUNCTION INTEGER-OF-DATE (WS-PROC-DATE-N)
000838           - FUNCTION INTEGER-OF-DATE (WS-DATE-N)
000839     END-IF
000840     .
000841 4200-DAYS-SINCE-EXIT.
000842     EXIT.
000843
000844 5000-WRITE-ONE-DENIAL.
000845     IF WS-DEN-USER-ID (WS-DEN-IDX) NOT EQUAL WS-FIND-USER-ID
000846         PERFORM 5100-START-DENIED-USER
000847             THRU 5100-START-DENIED-USER-EXIT
000848     END-IF
000849
000850     IF WS-USER-TOTAL LESS THAN REPEAT-DENIALS
000851         GO TO 5000-WRITE-ONE-DENIAL-EXIT
000852     END-IF
000853
000854     MOVE WS-DEN-TRAN-CODE (WS-DEN-IDX) TO DL-DN-TRAN-CODE
000855     MOVE WS-DEN-TIMES (WS-DEN-IDX) TO DL-DN-TIMES
000856     MOVE WS-DEN-FIRST-TS (WS-DEN-IDX) TO DL-DN-FIRST-TS
000857     MOVE WS-DEN-LAST-TS (WS-DEN-IDX) TO DL-DN-LAST-TS
000858
000859*    A DENIED CODE THE USER HOLDS NOW WAS GRANTED AFTER THE
000860*    DENIALS - WORTH A LOOK AT WHO GRANTED IT AND WHY.
000861     MOVE WS-DEN-USER-ID (WS-DEN-IDX) TO WS-FIND-USER-ID
000862     MOVE WS-DEN-TRAN-CODE (WS-DEN-IDX) TO WS-FIND-TRAN-CODE
000863     PERFORM 2900-FIND-ENTITLEMENT
000864         THRU 2900-FIND-ENTITLEMENT-EXIT
000865     IF WS-FOUND
000866         MOVE 'ENTITLED NOW' TO DL-DN-NOTE
000867     ELSE
000868         MOVE SPACES TO DL-DN-NOTE
000869     END-IF
000870
000871     WRITE DL100-ATR-LINE FROM WS-DEN-LINE
000872     .
000873 5000-WRITE-ONE-DENIAL-EXIT.
000874     EXIT.
000875
000876 5100-START-DENIED-USER.
000877     MOVE WS-DEN-USER-ID (WS-DEN-IDX) TO WS-FIND-USER-ID
000878     MOVE 0 TO WS-USER-TOTAL
000879
000880     PERFORM 5150-ADD-ONE-USER-DENIAL
000881         THRU 5150-ADD-ONE-USER-DENIAL-EXIT
000882         VARYING WS-SCAN-IDX FROM WS-DEN-IDX BY 1
000883         UNTIL WS-SCAN-IDX > WS-DEN-COUNT
000884
000885     IF WS-USER-TOTAL NOT LESS THAN REPEAT-DENIALS
000886         ADD 1 TO WS-DENIED-USER-COUNT
000887         MOVE WS-FIND-USER-ID TO DL-DU-USER-ID
000888         MOVE WS-USER-TOTAL TO DL-DU-TOTAL
000889         MOVE SPACES TO DL100-ATR-LINE
000890         WRITE DL100-ATR-LINE
000891         WRITE DL100-ATR-LINE FROM WS-DEN-USER-LINE
000892         WRITE DL100-ATR-LINE FROM WS-DEN-HEADING
000893     END-IF
000894     .
000895 5100-START-DENIED-USER-EXIT.
000896     EXIT.
000897
000898 5150-ADD-ONE-USER-DENIAL.
000899     IF WS-DEN-USER-ID (WS-SCAN-IDX) EQUAL WS-FIND-USER-ID
000900         ADD WS-DEN-TIMES (WS-SCAN-IDX) TO WS-USER-TOTAL
000901     END-IF
000902     .
000903 5150-ADD-ONE-USER-DENIAL-EXIT.
000904     EXIT.
000905
000906 8000-SUMMARY.
000907     MOVE SPACES TO DL100-ATR-LINE
000908     WRITE DL100-ATR-LINE
000909     WRITE DL100-ATR-LINE FROM WS-RULE-LINE
000910
000911     MOVE 'ACTIVE ENTITLEMENTS LISTED     =' TO DL-SUM-LABEL
000912     MOVE WS-ENT-COUNT TO DL-SUM-COUNT
000913     WRITE DL100-ATR-LINE FROM WS-SUMMARY-LINE
000914     MOVE 'UNUSED 90 DAYS OR MORE         =' TO DL-SUM-LABEL
000915     MOVE WS-UNUSED-COUNT TO DL-SUM-COUNT
000916     WRITE DL100-ATR-LINE FROM WS-SUMMARY-LINE
000917     MOVE 'NEVER USED                     =' TO DL-SUM-LABEL
000918     MOVE WS-NEVER-COUNT TO DL-SUM-COUNT
000919     WRITE DL100-ATR-LINE FROM WS-SUMMARY-LINE
000920     MOVE 'DENIALS IN QUARTER             =' TO DL-SUM-LABEL
000921     MOVE WS-DENIAL-COUNT TO DL-SUM-COUNT
000922     WRITE DL100-ATR-LINE FROM WS-SUMMARY-LINE
000923     MOVE 'USERS WITH REPEATED DENIALS    =' TO DL-SUM-LABEL
000924     MOVE WS-DENIED-USER-COUNT TO DL-SUM-COUNT
000925     WRITE DL100-ATR-LINE FROM WS-SUMMARY-LINE
000926     MOVE 'GRANTS LOGGED IN QUARTER       =' TO DL-SUM-LABEL
000927     MOVE WS-GRANT-COUNT TO DL-SUM-COUNT
000928     WRITE DL100-ATR-LINE FROM WS-SUMMARY-LINE
000929     MOVE 'REVOCATIONS LOGGED IN QUARTER  =' TO DL-SUM-LABEL
000930     MOVE WS-REVOKE-COUNT TO DL-SUM-COUNT
000931     WRITE DL100-ATR-LINE FROM WS-SUMMARY-LINE
000932     .
000933 8000-SUMMARY-EXIT.
000934     EXIT.
000935
000936 9000-RUN-CONTROL-END.
000937     SET DL100-RCP-FUNC-END TO TRUE
000938     MOVE 'DL100ATR' TO DL100-RCP-JOB-NAME
000939     MOVE WS-ATH-READ-COUNT TO DL100-RCP-INPUT-COUNT
000940     MOVE WS-ENT-COUNT TO DL100-RCP-OUTPUT-COUNT
000941     MOVE 0 TO DL100-RCP-RETURN-CODE
000942
000943     CALL 'DL100RNC' USING DL100-RCP-PARMS
000944     END-CALL
000945     .
000946 9000-RUN-CONTROL-END-EXIT.
000947     EXIT.
