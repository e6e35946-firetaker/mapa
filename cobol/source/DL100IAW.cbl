000001*================================================================
000002* DL100IAW
000003*
000004* WEEKLY PRIVACY REPORT OF INQ1 ACCOUNT LOOKUPS.
000005*
000006* COVERS THE SEVEN DAYS ENDING ON THE PROCESSING DATE.  SECTION 1
000007* LISTS EVERY ACCOUNT LOOKUP PGMA0001 LOGGED TO THE DL100IAL
000008* ACCESS LOG IN THE WEEK, GROUPED BY THE USER WHO MADE IT, IN THE
000009* ORDER MADE.  A LOOKUP IS FLAGGED WHEN THE ACCOUNT WAS FROZEN AT
000010* THE TIME, AND WHEN THE USER HAS NEVER MOVED MONEY ON THE
000011* ACCOUNT - NO DL100TDT MOVEMENT KEYED BY THAT USER NAMES IT AS
000012* THE PAYING, FROM-, OR TO-ACCOUNT.  EACH USER'S GROUP ENDS WITH
000013* THE COUNT OF LOOKUPS, DISTINCT ACCOUNTS, AND FLAGS.  SECTION 2
000014* LISTS THE USERS WITH AN UNUSUAL VOLUME OF LOOKUPS - MORE THAN
000015* VOLUME-MULTIPLE TIMES THE WEEK'S AVERAGE PER USER, HELD BETWEEN
000016* VOLUME-FLOOR (SO A QUIET WEEK DOES NOT FLAG EVERYONE) AND
000017* VOLUME-CEILING (SO ONE HEAVY USER CANNOT RAISE THE AVERAGE FAR
000018* ENOUGH TO HIDE).  THE DL100IAL LOG ITSELF ANSWERS WHO VIEWED A
000019* GIVEN ACCOUNT ON ANY DAY.
000020*
000021* MAINTENANCE HISTORY
000022* DATE       INIT   DESCRIPTION
000023* ---------- ------ ----------------------------------------------
000024* 2026-10-15 JFM    INITIAL VERSION.
000025*================================================================
000026 Identification Division.
000027 Program-ID. DL100IAW.
000028 Environment Division.
000029 Input-Output Section.
000030 File-Control.
000031     SELECT DL100-CAL-FILE ASSIGN TO DL100CAL
000032         ORGANIZATION IS SEQUENTIAL.
000033     SELECT DL100-IAL-FILE ASSIGN TO DL100IAL
000034         ORGANIZATION IS SEQUENTIAL.
000035     SELECT DL100-TDT-FILE ASSIGN TO DL100TDT
000036         ORGANIZATION IS SEQUENTIAL.
000037     SELECT DL100-IAW-RPT ASSIGN TO DL100IAW
000038         ORGANIZATION IS SEQUENTIAL.
000039
000040 Data Division.
000041 File Section.
000042 FD  DL100-CAL-FILE
000043     RECORDING MODE IS F.
000044     COPY DL100CAL.
000045
000046 FD  DL100-IAL-FILE
000047     RECORDING MODE IS F.
000048     COPY DL100IAL.
000049
000050 FD  DL100-TDT-FILE
000051     RECORDING MODE IS F.
000052     COPY DL100TDT.
000053
000054 FD  DL100-IAW-RPT
000055     RECORDING MODE IS F.
000056 01  DL100-IAW-LINE            PIC X(132).
000057
000058 Working-Storage Section.
000059
000060 01  CONSTANTS.
000061     05  MYNAME                PIC X(008) VALUE 'DL100IAW'.
000062     05  MAX-LOOKUPS           PIC S9(04) COMP VALUE 2000.
000063     05  VOLUME-FLOOR          PIC S9(04) COMP VALUE 20.
000064     05  VOLUME-CEILING        PIC S9(04) COMP VALUE 50.
000065     05  VOLUME-MULTIPLE       PIC S9(04) COMP VALUE 3.
000066
000067 01  WS-SWITCHES.
000068     05  WS-CAL-EOF-SW         PIC X(01) VALUE 'N'.
000069         88  WS-CAL-EOF            VALUE 'Y'.
000070     05  WS-EOF-SW             PIC X(01) VALUE 'N'.
000071         88  WS-EOF                VALUE 'Y'.
000072     05  WS-FOUND-SW           PIC X(01) VALUE 'N'.
000073         88  WS-FOUND              VALUE 'Y'.
000074     05  WS-LKP-OVERFLOW-SW    PIC X(01) VALUE 'N'.
000075         88  WS-LKP-OVERFLOW       VALUE 'Y'.
000076
000077 01  WS-NOW-TS                 PIC X(26).
000078 01  WS-PROC-DATE              PIC X(08).
000079 01  WS-BEST-DATE              PIC X(08).
000080 01  WS-WEEK-START             PIC X(08).
000081 01  WS-DATE-N                 PIC 9(08).
000082
000083 01  WS-LKP-IDX                PIC S9(04) COMP VALUE 0.
000084 01  WS-MIN-IDX                PIC S9(04) COMP VALUE 0.
000085 01  WS-SCAN-IDX               PIC S9(04) COMP VALUE 0.
000086 01  WS-PAIR-IDX               PIC S9(04) COMP VALUE 0.
000087 01  WS-USR-IDX                PIC S9(04) COMP VALUE 0.
000088
000089 01  WS-TDT-READ-COUNT         PIC S9(08) COMP VALUE 0.
000090 01  WS-FROZEN-COUNT           PIC S9(08) COMP VALUE 0.
000091 01  WS-NO-MOVE-COUNT          PIC S9(08) COMP VALUE 0.
000092 01  WS-VOLUME-COUNT           PIC S9(08) COMP VALUE 0.
000093 01  WS-AVERAGE                PIC 9(05)V9 VALUE 0.
000094 01  WS-VOLUME-LIMIT           PIC 9(06)V9 VALUE 0.
000095
000096*    THE USER WHOSE GROUP IS BEING PRINTED.
000097 01  WS-GROUP-FIELDS.
000098     05  WS-GRP-USER-ID        PIC X(08).
000099     05  WS-GRP-COUNT          PIC S9(08) COMP.
000100     05  WS-GRP-FROZEN         PIC S9(08) COMP.
000101     05  WS-GRP-NO-MOVE        PIC S9(08) COMP.
000102
000103*    THE WEEK'S LOOKUPS, SORTED BY USER AND THEN BY WHEN THEY WERE
000104*    MADE.  EACH POINTS AT ITS USER/ACCOUNT PAIR BELOW.
000105 01  WS-LKP-COUNT              PIC S9(04) COMP VALUE 0.
000106 01  WS-LKP-TABLE.
000107     05  WS-LKP-ENTRY OCCURS 0 TO 2000 TIMES
000108             DEPENDING ON WS-LKP-COUNT.
000109         10  WS-LKP-SORT-KEY.
000110             15  WS-LKP-USER-ID        PIC X(08).
000111             15  WS-LKP-TIMESTAMP      PIC X(26).
000112         10  WS-LKP-TERM-ID        PIC X(04).
000113         10  WS-LKP-CORR-ID        PIC X(16).
000114         10  WS-LKP-ACCOUNT-NO     PIC X(10).
000115         10  WS-LKP-ACCT-STATUS    PIC X(01).
000116             88  WS-LKP-OPEN           VALUE 'O'.
000117             88  WS-LKP-CLOSED         VALUE 'C'.
000118             88  WS-LKP-FROZEN         VALUE 'F'.
000119         10  WS-LKP-PAIR-IDX       PIC S9(04) COMP.
000120
000121 01  WS-SWAP-ENTRY.
000122     05  WS-SWAP-SORT-KEY      PIC X(34).
000123     05  WS-SWAP-TERM-ID       PIC X(04).
000124     05  WS-SWAP-CORR-ID       PIC X(16).
000125     05  WS-SWAP-ACCOUNT-NO    PIC X(10).
000126     05  WS-SWAP-ACCT-STATUS   PIC X(01).
000127     05  WS-SWAP-PAIR-IDX      PIC S9(04) COMP.
000128
000129*    ONE ENTRY PER DISTINCT USER AND ACCOUNT LOOKED UP, MARKED
000130*    WHEN DL100TDT SHOWS THE USER MOVING MONEY ON THE ACCOUNT.
000131 01  WS-PAIR-COUNT             PIC S9(04) COMP VALUE 0.
000132 01  WS-PAIR-TABLE.
000133     05  WS-PAIR-ENTRY OCCURS 0 TO 2000 TIMES
000134             DEPENDING ON WS-PAIR-COUNT.
000135         10  WS-PAIR-USER-ID       PIC X(08).
000136         10  WS-PAIR-ACCOUNT-NO    PIC X(10).
000137         10  WS-PAIR-MOVED-SW      PIC X(01).
000138             88  WS-PAIR-MOVED         VALUE 'Y'.
000139
000140*    ONE ENTRY PER USER, IN REPORT ORDER.
000141 01  WS-USR-COUNT              PIC S9(04) COMP VALUE 0.
000142 01  WS-USR-TABLE.
000143     05  WS-USR-ENTRY OCCURS 0 TO 2000 TIMES
000144             DEPENDING ON WS-USR-COUNT.
000145         10  WS-USR-USER-ID        PIC X(08).
000146         10  WS-USR-LOOKUPS        PIC S9(08) COMP.
000147         10  WS-USR-ACCOUNTS       PIC S9(08) COMP.
000148         10  WS-USR-FROZEN         PIC S9(08) COMP.
000149         10  WS-USR-NO-MOVE        PIC S9(08) COMP.
000150         10  WS-USR-VOLUME-SW      PIC X(01).
000151             88  WS-USR-VOLUME         VALUE 'Y'.
000152
000153 01  WS-HEADING-1.
000154     05  FILLER                PIC X(051) VALUE
000155         'DL100IAW - WEEKLY INQ1 ACCOUNT LOOKUPS BY USER FOR '.
000156     05  DL-HDG-WEEK-START     PIC X(08).
000157     05  FILLER                PIC X(004) VALUE ' TO '.
000158     05  DL-HDG-WEEK-END       PIC X(08).
000159     05  FILLER                PIC X(061) VALUE SPACES.
000160 01  WS-RULE-LINE              PIC X(132) VALUE ALL '-'.
000161
000162 01  WS-VOLUME-RULE-LINE.
000163     05  FILLER                PIC X(027) VALUE
000164         'UNUSUAL VOLUME = MORE THAN '.
000165     05  DL-VR-MULTIPLE        PIC Z9.
000166     05  FILLER                PIC X(027) VALUE
000167         ' X THE AVERAGE PER USER OF '.
000168     05  DL-VR-AVERAGE         PIC ZZ,ZZ9.9.
000169     05  FILLER                PIC X(008) VALUE ', FLOOR '.
000170     05  DL-VR-FLOOR           PIC ZZZ9.
000171     05  FILLER                PIC X(010) VALUE ', CEILING '.
000172     05  DL-VR-CEILING         PIC ZZZ9.
000173     05  FILLER                PIC X(013) VALUE ' - LOOKUPS > '.
000174     05  DL-VR-LIMIT           PIC ZZZ,ZZ9.9.
000175     05  FILLER                PIC X(020) VALUE SPACES.
000176
000177 01  WS-HEADING-2              PIC X(132) VALUE
000178     'SECTION 1 - ACCOUNT LOOKUPS BY USER'.
000179 01  WS-HEADING-3              PIC X(132) VALUE
000180     'SECTION 2 - USERS WITH AN UNUSUAL VOLUME OF LOOKUPS'.
000181
000182 01  WS-USER-LINE.
000183     05  FILLER                PIC X(005) VALUE 'USER '.
000184     05  DL-USR-USER-ID        PIC X(08).
000185     05  FILLER                PIC X(02) VALUE SPACES.
000186     05  DL-USR-FLAG           PIC X(020).
000187     05  FILLER                PIC X(097) VALUE SPACES.
000188
000189 01  WS-LOOKUP-HEADING.
000190     05  FILLER                PIC X(031) VALUE '    LOOKED UP'.
000191     05  FILLER                PIC X(005) VALUE 'TERM'.
000192     05  FILLER                PIC X(011) VALUE 'ACCOUNT'.
000193     05  FILLER                PIC X(017) VALUE 'TOKEN'.
000194     05  FILLER                PIC X(011) VALUE 'STATUS'.
000195     05  FILLER                PIC X(057) VALUE 'FLAG'.
000196
000197 01  WS-LOOKUP-LINE.
000198     05  FILLER                PIC X(04) VALUE SPACES.
000199     05  DL-TIMESTAMP          PIC X(26).
000200     05  FILLER                PIC X(01) VALUE SPACE.
000201     05  DL-TERM-ID            PIC X(04).
000202     05  FILLER                PIC X(01) VALUE SPACE.
000203     05  DL-ACCOUNT-NO         PIC X(10).
000204     05  FILLER                PIC X(01) VALUE SPACE.
000205     05  DL-CORR-ID            PIC X(16).
000206     05  FILLER                PIC X(01) VALUE SPACE.
000207     05  DL-STATUS             PIC X(10).
000208     05  FILLER                PIC X(01) VALUE SPACE.
000209     05  DL-FLAG               PIC X(40).
000210     05  FILLER                PIC X(17) VALUE SPACES.
000211
000212 01  WS-GROUP-TOTAL-LINE.
000213     05  FILLER                PIC X(04) VALUE SPACES.
000214     05  FILLER                PIC X(008) VALUE 'LOOKUPS '.
000215     05  DL-GT-COUNT           PIC ZZ,ZZ9.
000216     05  FILLER                PIC X(011) VALUE '  ACCOUNTS '.
000217     05  DL-GT-ACCOUNTS        PIC ZZ,ZZ9.
000218     05  FILLER                PIC X(009) VALUE '  FROZEN '.
000219     05  DL-GT-FROZEN          PIC ZZ,ZZ9.
000220     05  FILLER                PIC X(022) VALUE
000221         '  NO MOVEMENT BY USER '.
000222     05  DL-GT-NO-MOVE         PIC ZZ,ZZ9.
000223     05  FILLER                PIC X(054) VALUE SPACES.
000224
000225 01  WS-VOLUME-HEADING.
000226     05  FILLER                PIC X(013) VALUE '    USER'.
000227     05  FILLER                PIC X(009) VALUE ' LOOKUPS'.
000228     05  FILLER                PIC X(010) VALUE '  ACCOUNTS'.
000229     05  FILLER                PIC X(008) VALUE '  FROZEN'.
000230     05  FILLER                PIC X(092) VALUE '  NO MOVEMENT'.
000231
000232 01  WS-VOLUME-LINE.
000233     05  FILLER                PIC X(04) VALUE SPACES.
000234     05  DL-VL-USER-ID         PIC X(08).
000235     05  FILLER                PIC X(01) VALUE SPACE.
000236     05  DL-VL-LOOKUPS         PIC Z,ZZZ,ZZ9.
000237     05  FILLER                PIC X(01) VALUE SPACE.
000238     05  DL-VL-ACCOUNTS        PIC Z,ZZZ,ZZ9.
000239     05  FILLER                PIC X(01) VALUE SPACE.
000240     05  DL-VL-FROZEN          PIC ZZZ,ZZ9.
000241     05  FILLER                PIC X(01) VALUE SPACE.
000242     05  DL-VL-NO-MOVE         PIC Z,ZZZ,ZZZ,ZZ9.
000243     05  FILLER                PIC X(078) VALUE SPACES.
000244
000245 01  WS-NONE-LINE              PIC X(132) VALUE
000246     '    (NONE)'.
000247
000248 01  WS-SUMMARY-LINE.
000249     05  DL-SUM-LABEL          PIC X(028).
000250     05  DL-SUM-COUNT          PIC Z,ZZZ,ZZ9.
000251     05  FILLER                PIC X(095) VALUE SPACES.
000252
000253     COPY DL100RCP.
000254
000255 Procedure Division.
000256 0000-MAINLINE.
000257     PERFORM 0100-RUN-CONTROL-START
000258         THRU 0100-RUN-CONTROL-START-EXIT
000259
000260     IF DL100-RCP-REFUSED
000261         DISPLAY 'DL100IAW RUN REFUSED BY RUN CONTROL'
000262             ' - SEE DL100RNC MESSAGE'
000263         GOBACK
000264     END-IF
000265
000266     MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
000267     MOVE WS-NOW-TS(1:8) TO WS-PROC-DATE
000268
000269     PERFORM 0500-RESOLVE-PROC-DATE
000270         THRU 0500-RESOLVE-PROC-DATE-EXIT
000271
000272     MOVE WS-PROC-DATE TO WS-DATE-N
000273     COMPUTE WS-DATE-N = FUNCTION DATE-OF-INTEGER
000274         (FUNCTION INTEGER-OF-DATE (WS-DATE-N) - 6)
000275     MOVE WS-DATE-N TO WS-WEEK-START
000276
000277     PERFORM 1000-COLLECT-LOOKUPS
000278         THRU 1000-COLLECT-LOOKUPS-EXIT
000279
000280     PERFORM 2000-MARK-MOVEMENTS
000281         THRU 2000-MARK-MOVEMENTS-EXIT
000282
000283     PERFORM 3000-SORT-LOOKUPS
000284         THRU 3000-SORT-LOOKUPS-EXIT
000285
000286     PERFORM 3500-BUILD-USERS
000287         THRU 3500-BUILD-USERS-EXIT
000288
000289     PERFORM 4000-WRITE-REPORT
000290         THRU 4000-WRITE-REPORT-EXIT
000291
000292     PERFORM 9000-RUN-CONTROL-END
000293         THRU 9000-RUN-CONTROL-END-EXIT
000294
000295     GOBACK
000296     .
000297
000298 0100-RUN-CONTROL-START.
000299     SET DL100-RCP-FUNC-START TO TRUE
000300     MOVE 'DL100IAW' TO DL100-RCP-JOB-NAME
000301
000302     CALL 'DL100RNC' USING DL100-RCP-PARMS
000303     END-CALL
000304     .
000305 0100-RUN-CONTROL-START-EXIT.
000306     EXIT.
000307
000308 0500-RESOLVE-PROC-DATE.
000309*    SAME RULE AS DL100RNC - THE PROCESSING DATE IS THE LATEST
000310*    BUSINESS DAY ON OR BEFORE THE CLOCK DATE; AN EMPTY OR
000311*    MISSING CALENDAR FALLS BACK TO THE CLOCK DATE.
000312     MOVE SPACES TO WS-BEST-DATE
000313     MOVE 'N' TO WS-CAL-EOF-SW
000314
000315     OPEN INPUT DL100-CAL-FILE
000316
000317     PERFORM 0550-SCAN-ONE-CAL-DAY
000318         THRU 0550-SCAN-ONE-CAL-DAY-EXIT
000319         UNTIL WS-CAL-EOF
000320
000321     CLOSE DL100-CAL-FILE
000322
000323     IF WS-BEST-DATE NOT EQUAL SPACES
000324         MOVE WS-BEST-DATE TO WS-PROC-DATE
000325     END-IF
000326     .
000327 0500-RESOLVE-PROC-DATE-EXIT.
000328     EXIT.
000329
000330 0550-SCAN-ONE-CAL-DAY.
000331     READ DL100-CAL-FILE
000332         AT END
000333             MOVE 'Y' TO WS-CAL-EOF-SW
000334         NOT AT END
000335             IF DL100-CAL-BUSINESS
000336                AND DL100-CAL-DATE
000337                        NOT GREATER THAN WS-NOW-TS(1:8)
000338                AND DL100-CAL-DATE GREATER THAN WS-BEST-DATE
000339                 MOVE DL100-CAL-DATE TO WS-BEST-DATE
000340             END-IF
000341     END-READ
000342     .
000343 0550-SCAN-ONE-CAL-DAY-EXIT.
000344     EXIT.
000345
000346 1000-COLLECT-LOOKUPS.
000347     MOVE 0 TO WS-LKP-COUNT
000348     MOVE 0 TO WS-PAIR-COUNT
000349     MOVE 'N' TO WS-EOF-SW
000350
000351     OPEN INPUT DL100-IAL-FILE
000352
000353     PERFORM 1100-CHECK-ONE-LOOKUP
000354         THRU 1100-CHECK-ONE-LOOKUP-EXIT
000355         UNTIL WS-EOF
000356
000357     CLOSE DL100-IAL-FILE
000358     .
000359 1000-COLLECT-LOOKUPS-EXIT.
000360     EXIT.
000361
000362 1100-CHECK-ONE-LOOKUP.
000363     READ DL100-IAL-FILE
000364         AT END
000365             MOVE 'Y' TO WS-EOF-SW
000366         NOT AT END
000367             IF DL100-IAL-TIMESTAMP(1:8)
000368                     NOT LESS THAN WS-WEEK-START
000369                AND DL100-IAL-TIMESTAMP(1:8)
000370                     NOT GREATER THAN WS-PROC-DATE
000371                 PERFORM 1200-ADD-LOOKUP
000372                     THRU 1200-ADD-LOOKUP-EXIT
000373             END-IF
000374     END-READ
000375     .
000376 1100-CHECK-ONE-LOOKUP-EXIT.
000377     EXIT.
000378
000379 1200-ADD-LOOKUP.
000380     IF WS-LKP-COUNT NOT LESS THAN MAX-LOOKUPS
000381         IF NOT WS-LKP-OVERFLOW
000382             MOVE 'Y' TO WS-LKP-OVERFLOW-SW
000383             DISPLAY 'DL100IAW MORE THAN 2000 LOOKUPS IN THE WEEK'
000384                 ' - THE REPORT LISTS THE FIRST 2000 FOUND'
000385         END-IF
000386         GO TO 1200-ADD-LOOKUP-EXIT
000387     END-IF
000388
000389     ADD 1 TO WS-LKP-COUNT
000390     MOVE DL100-IAL-USER-ID TO WS-LKP-USER-ID (WS-LKP-COUNT)
000391     MOVE DL100-IAL-TIMESTAMP TO WS-LKP-TIMESTAMP (WS-LKP-COUNT)
000392     MOVE DL100-IAL-TERM-ID TO WS-LKP-TERM-ID (WS-LKP-COUNT)
000393     MOVE DL100-IAL-CORR-ID TO WS-LKP-CORR-ID (WS-LKP-COUNT)
000394     MOVE DL100-IAL-ACCOUNT-NO TO WS-LKP-ACCOUNT-NO (WS-LKP-COUNT)
000395     MOVE DL100-IAL-ACCT-STATUS
000396         TO WS-LKP-ACCT-STATUS (WS-LKP-COUNT)
000397
000398*    ONE PAIR PER USER AND ACCOUNT - THERE CAN NEVER BE MORE
000399*    PAIRS THAN LOOKUPS, SO THE PAIR TABLE CANNOT OVERFLOW.
000400     MOVE 'N' TO WS-FOUND-SW
000401     PERFORM 1300-MATCH-ONE-PAIR
000402         THRU 1300-MATCH-ONE-PAIR-EXIT
000403         VARYING WS-PAIR-IDX FROM 1 BY 1
000404         UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
000405            OR WS-FOUND
000406
000407     IF WS-FOUND
000408         SUBTRACT 1 FROM WS-PAIR-IDX
000409     ELSE
000410         ADD 1 TO WS-PAIR-COUNT
000411         MOVE WS-PAIR-COUNT TO WS-PAIR-IDX
000412         MOVE DL100-IAL-USER-ID TO WS-PAIR-USER-ID (WS-PAIR-IDX)
000413         MOVE DL100-IAL-ACCOUNT-NO
000414             TO WS-PAIR-ACCOUNT-NO (WS-PAIR-IDX)
000415         MOVE 'N' TO WS-PAIR-MOVED-SW (WS-PAIR-IDX)
000416     END-IF
000417
000418     MOVE WS-PAIR-IDX TO WS-LKP-PAIR-IDX (WS-LKP-COUNT)
000419     .
000420 1200-ADD-LOOKUP-EXIT.
000421     EXIT.
000422
000423 1300-MATCH-ONE-PAIR.
000424     IF WS-PAIR-USER-ID (WS-PAIR-IDX) EQUAL DL100-IAL-USER-ID
000425        AND WS-PAIR-ACCOUNT-NO (WS-PAIR-IDX)
000426                EQUAL DL100-IAL-ACCOUNT-NO
000427         MOVE 'Y' TO WS-FOUND-SW
000428     END-IF
000429     .
000430 1300-MATCH-ONE-PAIR-EXIT.
000431     EXIT.
000432
000433 2000-MARK-MOVEMENTS.
000434*    THE WHOLE OF DL100TDT IS READ, NOT JUST THE WEEK - "NEVER
000435*    MOVED MONEY ON" MEANS NEVER, UP TO THE PROCESSING DATE.
000436     MOVE 'N' TO WS-EOF-SW
000437
000438     IF WS-PAIR-COUNT EQUAL 0
000439         GO TO 2000-MARK-MOVEMENTS-EXIT
000440     END-IF
000441
000442     OPEN INPUT DL100-TDT-FILE
000443
000444     PERFORM 2100-CHECK-ONE-MOVEMENT
000445         THRU 2100-CHECK-ONE-MOVEMENT-EXIT
000446         UNTIL WS-EOF
000447
000448     CLOSE DL100-TDT-FILE
000449     .
000450 2000-MARK-MOVEMENTS-EXIT.
000451     EXIT.
000452
000453 2100-CHECK-ONE-MOVEMENT.
000454     READ DL100-TDT-FILE
000455         AT END
000456             MOVE 'Y' TO WS-EOF-SW
000457         NOT AT END
000458             IF DL100-TDT-PROC-DATE NOT GREATER THAN WS-PROC-DATE
000459                 ADD 1 TO WS-TDT-READ-COUNT
000460                 PERFORM 2200-MARK-ONE-PAIR
000461                     THRU 2200-MARK-ONE-PAIR-EXIT
000462                     VARYING WS-PAIR-IDX FROM 1 BY 1
000463                     UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
000464             END-IF
000465     END-READ
000466     .
000467 2100-CHECK-ONE-MOVEMENT-EXIT.
000468     EXIT.
000469
000470 2200-MARK-ONE-PAIR.
000471*    THE PAYING OR FROM-ACCOUNT, OR AN XFR1'S TO-ACCOUNT.  A PAY1
000472*    COUNTERPARTY IS A PAYEE NAME, NOT AN ACCOUNT.
000473     IF WS-PAIR-USER-ID (WS-PAIR-IDX) NOT EQUAL DL100-TDT-USER-ID
000474         GO TO 2200-MARK-ONE-PAIR-EXIT
000475     END-IF
000476
000477     IF WS-PAIR-ACCOUNT-NO (WS-PAIR-IDX)
000478             EQUAL DL100-TDT-ACCOUNT-NO
000479         MOVE 'Y' TO WS-PAIR-MOVED-SW (WS-PAIR-IDX)
000480     END-IF
000481
000482     IF DL100-TDT-TRAN-CODE EQUAL 'XFR1'
000483        AND WS-PAIR-ACCOUNT-NO (WS-PAIR-IDX)
000484                EQUAL DL100-TDT-COUNTERPARTY(1:10)
000485         MOVE 'Y' TO WS-PAIR-MOVED-SW (WS-PAIR-IDX)
000486     END-IF
000487     .
000488 2200-MARK-ONE-PAIR-EXIT.
000489     EXIT.
000490
000491 3000-SORT-LOOKUPS.
000492     PERFORM 3100-PLACE-ONE-LOOKUP
000493         THRU 3100-PLACE-ONE-LOOKUP-EXIT
000494         VARYING WS-LKP-IDX FROM 1 BY 1
000495         UNTIL WS-LKP-IDX NOT LESS THAN WS-LKP-COUNT
000496     .
000497 3000-SORT-LOOKUPS-EXIT.
000498     EXIT.
000499
000500 3100-PLACE-ONE-LOOKUP.
000501     MOVE WS-LKP-IDX TO WS-MIN-IDX
000502
000503     COMPUTE WS-SCAN-IDX = WS-LKP-IDX + 1
000504     PERFORM 3200-FIND-LOWEST
000505         THRU 3200-FIND-LOWEST-EXIT
000506         VARYING WS-SCAN-IDX FROM WS-SCAN-IDX BY 1
000507         UNTIL WS-SCAN-IDX > WS-LKP-COUNT
000508
000509     IF WS-MIN-IDX NOT EQUAL WS-LKP-IDX
000510         MOVE WS-LKP-ENTRY (WS-LKP-IDX) TO WS-SWAP-ENTRY
000511         MOVE WS-LKP-ENTRY (WS-MIN-IDX)
000512             TO WS-LKP-ENTRY (WS-LKP-IDX)
000513         MOVE WS-SWAP-ENTRY TO WS-LKP-ENTRY (WS-MIN-IDX)
000514     END-IF
000515     .
000516 3100-PLACE-ONE-LOOKUP-EXIT.
000517     EXIT.
000518
000519 3200-FIND-LOWEST.
000520     IF WS-LKP-SORT-KEY (WS-SCAN-IDX)
000521             LESS THAN WS-LKP-SORT-KEY (WS-MIN-IDX)
000522         MOVE WS-SCAN-IDX TO WS-MIN-IDX
000523     END-IF
000524     .
000525 3200-FIND-LOWEST-EXIT.
000526     EXIT.
000527
000528 3500-BUILD-USERS.
000529*    THE LOOKUPS ARE IN USER ORDER NOW, SO EACH NEW USER STARTS
000530*    AN ENTRY.  THE VOLUME LIMIT NEEDS EVERY USER'S COUNT BEFORE
000531*    THE FIRST GROUP IS PRINTED.
000532     MOVE 0 TO WS-USR-COUNT
000533
000534     PERFORM 3600-COUNT-ONE-LOOKUP
000535         THRU 3600-COUNT-ONE-LOOKUP-EXIT
000536         VARYING WS-LKP-IDX FROM 1 BY 1
000537         UNTIL WS-LKP-IDX > WS-LKP-COUNT
000538
000539     PERFORM 3700-COUNT-ONE-PAIR
000540         THRU 3700-COUNT-ONE-PAIR-EXIT
000541         VARYING WS-PAIR-IDX FROM 1 BY 1
000542         UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
000543
000544     IF WS-USR-COUNT GREATER THAN 0
000545         COMPUTE WS-AVERAGE ROUNDED = WS-LKP-COUNT / WS-USR-COUNT
000546     END-IF
000547     COMPUTE WS-VOLUME-LIMIT = WS-AVERAGE * VOLUME-MULTIPLE
000548     IF WS-VOLUME-LIMIT LESS THAN VOLUME-FLOOR
000549         MOVE VOLUME-FLOOR TO WS-VOLUME-LIMIT
000550     END-IF
000551     IF WS-VOLUME-LIMIT GREATER THAN VOLUME-CEILING
000552         MOVE VOLUME-CEILING TO WS-VOLUME-LIMIT
000553     END-IF
000554
000555     PERFORM 3800-CHECK-ONE-VOLUME
000556         THRU 3800-CHECK-ONE-VOLUME-EXIT
000557         VARYING WS-USR-IDX FROM 1 BY 1
000558         UNTIL WS-USR-IDX > WS-USR-COUNT
000559     .
000560 3500-BUILD-USERS-EXIT.
000561     EXIT.
000562
000563 3600-COUNT-ONE-LOOKUP.
000564     IF WS-USR-COUNT EQUAL 0
000565        OR WS-LKP-USER-ID (WS-LKP-IDX)
000566               NOT EQUAL WS-USR-USER-ID (WS-USR-COUNT)
000567         ADD 1 TO WS-USR-COUNT
000568         MOVE WS-LKP-USER-ID (WS-LKP-IDX)
000569             TO WS-USR-USER-ID (WS-USR-COUNT)
000570         MOVE 0 TO WS-USR-LOOKUPS (WS-USR-COUNT)
000571         MOVE 0 TO WS-USR-ACCOUNTS (WS-USR-COUNT)
000572         MOVE 0 TO WS-USR-FROZEN (WS-USR-COUNT)
000573         MOVE 0 TO WS-USR-NO-MOVE (WS-USR-COUNT)
000574         MOVE 'N' TO WS-USR-VOLUME-SW (WS-USR-COUNT)
000575     END-IF
000576
000577     ADD 1 TO WS-USR-LOOKUPS (WS-USR-COUNT)
000578     IF WS-LKP-FROZEN (WS-LKP-IDX)
000579         ADD 1 TO WS-USR-FROZEN (WS-USR-COUNT)
000580     END-IF
000581     MOVE WS-LKP-PAIR-IDX (WS-LKP-IDX) TO WS-PAIR-IDX
000582     IF NOT WS-PAIR-MOVED (WS-PAIR-IDX)
000583         ADD 1 TO WS-USR-NO-MOVE (WS-USR-COUNT)
000584     END-IF
000585     .
000586 3600-COUNT-ONE-LOOKUP-EXIT.
000587     EXIT.
000588
000589 3700-COUNT-ONE-PAIR.
000590     MOVE 'N' TO WS-FOUND-SW
000591     PERFORM 3750-MATCH-ONE-USER
000592         THRU 3750-MATCH-ONE-USER-EXIT
000593         VARYING WS-USR-IDX FROM 1 BY 1
000594         UNTIL WS-USR-IDX > WS-USR-COUNT
000595            OR WS-FOUND
000596
000597     IF WS-FOUND
000598         SUBTRACT 1 FROM WS-USR-IDX
000599         ADD 1 TO WS-USR-ACCOUNTS (WS-USR-IDX)
000600     END-IF
000601     .
000602 3700-COUNT-ONE-PAIR-EXIT.
000603     EXIT.
000604
000605 3750-MATCH-ONE-USER.
000606     IF WS-USR-USER-ID (WS-USR-IDX)
000607             EQUAL WS-PAIR-USER-ID (WS-PAIR-IDX)
000608         MOVE 'Y' TO WS-FOUND-SW
000609     END-IF
000610     .
000611 3750-MATCH-ONE-USER-EXIT.
000612     EXIT.
000613
000614 3800-CHECK-ONE-VOLUME.
000615     IF WS-USR-LOOKUPS (WS-USR-IDX) GREATER THAN WS-VOLUME-LIMIT
000616         MOVE 'Y' TO WS-USR-VOLUME-SW (WS-USR-IDX)
000617         ADD 1 TO WS-VOLUME-COUNT
000618     END-IF
000619     .
000620 3800-CHECK-ONE-VOLUME-EXIT.
000621     EXIT.
000622
000623 4000-WRITE-REPORT.
000624     OPEN OUTPUT DL100-IAW-RPT
000625
000626     MOVE WS-WEEK-START TO DL-HDG-WEEK-START
000627     MOVE WS-PROC-DATE TO DL-HDG-WEEK-END
000628     WRITE DL100-IAW-LINE FROM WS-HEADING-1
000629     MOVE VOLUME-FLOOR TO DL-VR-FLOOR
000630     MOVE VOLUME-CEILING TO DL-VR-CEILING
000631     MOVE VOLUME-MULTIPLE TO DL-VR-MULTIPLE
000632     MOVE WS-AVERAGE TO DL-VR-AVERAGE
000633     MOVE WS-VOLUME-LIMIT TO DL-VR-LIMIT
000634     WRITE DL100-IAW-LINE FROM WS-VOLUME-RULE-LINE
000635     MOVE SPACES TO DL100-IAW-LINE
000636     WRITE DL100-IAW-LINE
000637
000638     WRITE DL100-IAW-LINE FROM WS-HEADING-2
000639     WRITE DL100-IAW-LINE FROM WS-RULE-LINE
000640
000641     IF WS-LKP-COUNT EQUAL 0
000642         WRITE DL100-IAW-LINE FROM WS-NONE-LINE
000643     ELSE
000644         MOVE LOW-VALUES TO WS-GRP-USER-ID
000645         MOVE 0 TO WS-USR-IDX
000646         PERFORM 4100-WRITE-ONE-LOOKUP
000647             THRU 4100-WRITE-ONE-LOOKUP-EXIT
000648             VARYING WS-LKP-IDX FROM 1 BY 1
000649             UNTIL WS-LKP-IDX > WS-LKP-COUNT
000650         PERFORM 4400-END-GROUP
000651             THRU 4400-END-GROUP-EXIT
000652     END-IF
000653
000654     MOVE SPACES TO DL100-IAW-LINE
000655     WRITE DL100-IAW-LINE
000656     WRITE DL100-IAW-LINE FROM WS-HEADING-3
000657     WRITE DL100-IAW-LINE FROM WS-RULE-LINE
000658
000659     IF WS-VOLUME-COUNT EQUAL 0
000660         WRITE DL100-IAW-LINE FROM WS-NONE-LINE
000661     ELSE
000662         WRITE DL100-IAW-LINE FROM WS-VOLUME-HEADING
000663         PERFORM 5000-WRITE-ONE-VOLUME
000664             THRU 5000-WRITE-ONE-VOLUME-EXIT
000665             VARYING WS-USR-IDX FROM 1 BY 1
000666             UNTIL WS-USR-IDX > WS-USR-COUNT
000667     END-IF
000668
000669     PERFORM 8000-SUMMARY
000670         THRU 8000-SUMMARY-EXIT
000671
000672     CLOSE DL100-IAW-RPT
000673     .
000674 4000-WRITE-REPORT-EXIT.
000675     EXIT.
000676
000677 4100-WRITE-ONE-LOOKUP.
000678     IF WS-LKP-USER-ID (WS-LKP-IDX) NOT EQUAL WS-GRP-USER-ID
000679         IF WS-GRP-USER-ID NOT EQUAL LOW-VALUES
000680             PERFORM 4400-END-GROUP
000681                 THRU 4400-END-GROUP-EXIT
000682         END-IF
000683         PERFORM 4200-START-GROUP
000684             THRU 4200-START-GROUP-EXIT
000685     END-IF
000686
000687     EVALUATE TRUE
000688         WHEN WS-LKP-OPEN (WS-LKP-IDX)
000689             MOVE 'OPEN' TO DL-STATUS
000690         WHEN WS-LKP-CLOSED (WS-LKP-IDX)
000691             MOVE 'CLOSED' TO DL-STATUS
000692         WHEN WS-LKP-FROZEN (WS-LKP-IDX)
000693             MOVE 'FROZEN' TO DL-STATUS
000694         WHEN OTHER
000695             MOVE 'NOT FOUND' TO DL-STATUS
000696     END-EVALUATE
000697
000698     MOVE SPACES TO DL-FLAG
000699     MOVE WS-LKP-PAIR-IDX (WS-LKP-IDX) TO WS-PAIR-IDX
000700     IF WS-LKP-FROZEN (WS-LKP-IDX)
000701         MOVE 'FROZEN ACCOUNT' TO DL-FLAG
000702         ADD 1 TO WS-GRP-FROZEN
000703         ADD 1 TO WS-FROZEN-COUNT
000704     END-IF
000705     IF NOT WS-PAIR-MOVED (WS-PAIR-IDX)
000706         IF DL-FLAG EQUAL SPACES
000707             MOVE 'NO MOVEMENT BY USER' TO DL-FLAG
000708         ELSE
000709             MOVE 'FROZEN ACCOUNT, NO MOVEMENT BY USER'
000710                 TO DL-FLAG
000711         END-IF
000712         ADD 1 TO WS-GRP-NO-MOVE
000713         ADD 1 TO WS-NO-MOVE-COUNT
000714     END-IF
000715
000716     MOVE WS-LKP-TIMESTAMP (WS-LKP-IDX) TO DL-TIMESTAMP
000717     MOVE WS-LKP-TERM-ID (WS-LKP-IDX) TO DL-TERM-ID
000718     MOVE WS-LKP-ACCOUNT-NO (WS-LKP-IDX) TO DL-ACCOUNT-NO
000719     MOVE WS-LKP-CORR-ID (WS-LKP-IDX) TO DL-CORR-ID
000720     WRITE DL100-IAW-LINE FROM WS-LOOKUP-LINE
000721
000722     ADD 1 TO WS-GRP-COUNT
000723     .
000724 4100-WRITE-ONE-LOOKUP-EXIT.
000725     EXIT.
000726
000727 4200-START-GROUP.
000728*    USERS ARE PRINTED IN THE ORDER 3500 BUILT THEM.
000729     MOVE WS-LKP-USER-ID (WS-LKP-IDX) TO WS-GRP-USER-ID
000730     MOVE 0 TO WS-GRP-COUNT
000731     MOVE 0 TO WS-GRP-FROZEN
000732     MOVE 0 TO WS-GRP-NO-MOVE
000733     ADD 1 TO WS-USR-IDX
000734
000735     MOVE WS-GRP-USER-ID TO DL-USR-USER-ID
000736     IF WS-USR-VOLUME (WS-USR-IDX)
000737         MOVE '*** UNUSUAL VOLUME' TO DL-USR-FLAG
000738     ELSE
000739         MOVE SPACES TO DL-USR-FLAG
000740     END-IF
000741
000742     MOVE SPACES TO DL100-IAW-LINE
000743     WRITE DL100-IAW-LINE
000744     WRITE DL100-IAW-LINE FROM WS-USER-LINE
000745     WRITE DL100-IAW-LINE FROM WS-LOOKUP-HEADING
000746     .
000747 4200-START-GROUP-EXIT.
000748     EXIT.
000749
000750 4400-END-GROUP.
000751     MOVE WS-GRP-COUNT TO DL-GT-COUNT
000752     MOVE WS-USR-ACCOUNTS (WS-USR-IDX) TO DL-GT-ACCOUNTS
000753     MOVE WS-GRP-FROZEN TO DL-GT-FROZEN
000754     MOVE WS-GRP-NO-MOVE TO DL-GT-NO-MOVE
000755     WRITE DL100-IAW-LINE FROM WS-GROUP-TOTAL-LINE
000756     .
000757 4400-END-GROUP-EXIT.
000758     EXIT.
000759
000760 5000-WRITE-ONE-VOLUME.
000761     IF NOT WS-USR-VOLUME (WS-USR-IDX)
000762         GO TO 5000-WRITE-ONE-VOLUME-EXIT
000763     END-IF
000764
000765     MOVE WS-USR-USER-ID (WS-USR-IDX) TO DL-VL-USER-ID
000766     MOVE WS-USR-LOOKUPS (WS-USR-IDX) TO DL-VL-LOOKUPS
000767     MOVE WS-USR-ACCOUNTS (WS-USR-IDX) TO DL-VL-ACCOUNTS
000768     MOVE WS-USR-FROZEN (WS-USR-IDX) TO DL-VL-FROZEN
000769     MOVE WS-USR-NO-MOVE (WS-USR-IDX) TO DL-VL-NO-MOVE
000770     WRITE DL100-IAW-LINE FROM WS-VOLUME-LINE
000771     .
000772 5000-WRITE-ONE-VOLUME-EXIT.
000773     EXIT.
000774
000775 8000-SUMMARY.
000776     MOVE SPACES TO DL100-IAW-LINE
000777     WRITE DL100-IAW-LINE
000778     WRITE DL100-IAW-LINE FROM WS-RULE-LINE
000779
000780     MOVE 'USERS WITH LOOKUPS        =' TO DL-SUM-LABEL
000781     MOVE WS-USR-COUNT TO DL-SUM-COUNT
000782     WRITE DL100-IAW-LINE FROM WS-SUMMARY-LINE
000783     MOVE 'ACCOUNT LOOKUPS           =' TO DL-SUM-LABEL
000784     MOVE WS-LKP-COUNT TO DL-SUM-COUNT
000785     WRITE DL100-IAW-LINE FROM WS-SUMMARY-LINE
000786     MOVE 'USER/ACCOUNT PAIRS        =' TO DL-SUM-LABEL
000787     MOVE WS-PAIR-COUNT TO DL-SUM-COUNT
000788     WRITE DL100-IAW-LINE FROM WS-SUMMARY-LINE
000789     MOVE 'LOOKUPS OF FROZEN ACCOUNTS=' TO DL-SUM-LABEL
000790     MOVE WS-FROZEN-COUNT TO DL-SUM-COUNT
000791     WRITE DL100-IAW-LINE FROM WS-SUMMARY-LINE
000792     MOVE 'LOOKUPS, NO MOVEMENT      =' TO DL-SUM-LABEL
000793     MOVE WS-NO-MOVE-COUNT TO DL-SUM-COUNT
000794     WRITE DL100-IAW-LINE FROM WS-SUMMARY-LINE
000795     MOVE 'USERS WITH UNUSUAL VOLUME =' TO DL-SUM-LABEL
000796     MOVE WS-VOLUME-COUNT TO DL-SUM-COUNT
000797     WRITE DL100-IAW-LINE FROM WS-SUMMARY-LINE
000798     .
000799 8000-SUMMARY-EXIT.
000800     EXIT.
000801
000802 9000-RUN-CONTROL-END.
000803     SET DL100-RCP-FUNC-END TO TRUE
000804     MOVE 'DL100IAW' TO DL100-RCP-JOB-NAME
000805     COMPUTE DL100-RCP-INPUT-COUNT =
000806         WS-LKP-COUNT + WS-TDT-READ-COUNT
000807     MOVE WS-LKP-COUNT TO DL100-RCP-OUTPUT-COUNT
000808     MOVE 0 TO DL100-RCP-RETURN-CODE
000809
000810     CALL 'DL100RNC' USING DL100-RCP-PARMS
000811     END-CALL
000812     .
000813 9000-RUN-CONTROL-END-EXIT.
000814     EXIT.
