000001*================================================================
000002* DL100VEL
000003*
000004* VELOCITY AND STRUCTURING MONITOR OVER THE DAY'S MONEY MOVEMENT.
000005*
000006* THE DL100LIM LIMITS STOP ONE OVERSIZED PAYMENT OR ONE DAY'S
000007* OVERAGE; THIS JOB LOOKS FOR THE PATTERNS THAT STAY UNDER THEM.
000008* IT READS THE PROCESSING DATE'S PAY1 AND XFR1 MOVEMENTS FROM
000009* DL100TDT (REV1 BACK-OUTS ARE NOT MOVEMENTS OUT) AND FLAGS:
000010*   VELO - AN ACCOUNT MAKING MORE THAN THE ALLOWED NUMBER OF
000011*          MOVEMENTS WITHIN THE WINDOW.
000012*   NEAR - REPEATED AMOUNTS JUST UNDER THE ACCOUNT'S DL100LIM
000013*          SINGLE MAXIMUM (ITS OWN ROW, ELSE '*DEFAULT*'; NO ROW
000014*          OR A ZERO MAXIMUM MEANS NOTHING TO BE UNDER).
000015*   FANI - SEVERAL ACCOUNTS PAYING THE SAME COUNTERPARTY (PAYEE
000016*          NAME FOR PAY1, TO-ACCOUNT FOR XFR1) ON THE DAY, WHEN
000017*          THE DL100PRC PROCESSED FILE SHOWS NOBODY PAID IT IN THE
000018*          LOOK-BACK PERIOD BEFORE.
000019*   SPIK - AN ACCOUNT'S DAY TOTAL WELL ABOVE ITS OWN AVERAGE
000020*          BUSINESS-DAY TOTAL OVER THE PRIOR PERIOD (BUSINESS
000021*          DAYS FROM DL100CAL; CALENDAR DAYS WHEN THE CALENDAR HAS
000022*          NONE).
000023* THE THRESHOLDS COME FROM THE DL100VTH CONTROL RECORD (SEE THE
000024* COPYBOOK FOR THE DEFAULTS AND HOW A PATTERN IS SWITCHED OFF).
000025*
000026* EACH HIT IS WRITTEN TO THE DL100SAR SUSPICIOUS-ACTIVITY FILE AND
000027* RAISED AS AN OPEN DL100EXC EXCEPTION (PROGRAM DL100VEL, BRANCH
000028* VELOCITY/NEARMAX/FANIN/SPIKE, THE PROCESSING DATE AS THE
000029* CANDIDATE NAME, THE ACCOUNT NUMBER IN THE TOKEN FIELD) SO IT
000030* REACHES THE DL100EXQ WORK QUEUE AND DL100EXT TICKETING.  THE
000031* CASE REPORT LISTS EACH FLAGGED ACCOUNT, ITS HITS, AND THE
000032* MOVEMENTS THAT TRIGGERED THEM, MARKED BY PATTERN.  THE RUN ENDS
000033* WITH RETURN CODE 4 WHEN ANYTHING WAS FLAGGED.  RUN AFTER THE
000034* ONLINE DAY AND DL100BLK, WITH THE ONLINE REGION QUIET.
000035*
000036* MAINTENANCE HISTORY
000037* DATE       INIT   DESCRIPTION
000038* ---------- ------ ----------------------------------------------
000039* 2026-10-15 JFM    INITIAL VERSION.
000040* 2026-10-15 JFM    DL100ACT, DL100LIM, AND DL100PRC ARE NOW KEYED
000041*                   VSAM FILES - ALL THREE ARE STILL READ END TO
000042*                   END, NOW IN KEY SEQUENCE.
000043*================================================================
000044 Identification Division.
000045 Program-ID. DL100VEL.
000046 Environment Division.
000047 Input-Output Section.
000048 File-Control.
000049     SELECT DL100-CAL-FILE ASSIGN TO DL100CAL
000050         ORGANIZATION IS SEQUENTIAL.
000051     SELECT DL100-VTH-FILE ASSIGN TO DL100VTH
000052         ORGANIZATION IS SEQUENTIAL.
000053     SELECT DL100-TDT-FILE ASSIGN TO DL100TDT
000054         ORGANIZATION IS SEQUENTIAL.
000055     SELECT DL100-PRC-FILE ASSIGN TO DL100PRC
000056         ORGANIZATION IS INDEXED
000057         ACCESS MODE IS SEQUENTIAL
000058         RECORD KEY IS DL100-PRC-KEY.
000059     SELECT DL100-LIM-FILE ASSIGN TO DL100LIM
000060         ORGANIZATION IS INDEXED
000061         ACCESS MODE IS SEQUENTIAL
000062         RECORD KEY IS DL100-LIM-ACCOUNT-NO.
000063     SELECT DL100-ACT-FILE ASSIGN TO DL100ACT
000064         ORGANIZATION IS INDEXED
000065         ACCESS MODE IS SEQUENTIAL
000066         RECORD KEY IS DL100-ACT-ACCOUNT-NO.
000067     SELECT DL100-SAR-FILE ASSIGN TO DL100SAR
000068         ORGANIZATION IS SEQUENTIAL.
000069     SELECT DL100-EXC-FILE ASSIGN TO DL100EXC
000070         ORGANIZATION IS SEQUENTIAL.
000071     SELECT DL100-VEL-RPT ASSIGN TO DL100VEL
000072         ORGANIZATION IS SEQUENTIAL.
000073
000074 Data Division.
000075 File Section.
000076 FD  DL100-CAL-FILE
000077     RECORDING MODE IS F.
000078     COPY DL100CAL.
000079
000080 FD  DL100-VTH-FILE
000081     RECORDING MODE IS F.
000082     COPY DL100VTH.
000083
000084 FD  DL100-TDT-FILE
000085     RECORDING MODE IS F.
000086     COPY DL100TDT.
000087
000088 FD  DL100-PRC-FILE.
000089     COPY DL100PRC.
000090
000091 FD  DL100-LIM-FILE.
000092     COPY DL100LIM.
000093
000094 FD  DL100-ACT-FILE.
000095     COPY DL100ACT.
000096
000097 FD  DL100-SAR-FILE
000098     RECORDING MODE IS F.
000099     COPY DL100SAR.
000100
000101 FD  DL100-EXC-FILE
000102     RECORDING MODE IS F.
000103     COPY DL100EXC.
000104
000105 FD  DL100-VEL-RPT
000106     RECORDING MODE IS F.
000107 01  DL100-VEL-LINE            PIC X(132).
000108
000109 Working-Storage Section.
000110
000111 01  CONSTANTS.
000112     05  MYNAME                PIC X(008) VALUE 'DL100VEL'.
000113     05  TRAN-PAYMENT          PIC X(004) VALUE 'PAY1'.
000114     05  TRAN-TRANSFER         PIC X(004) VALUE 'XFR1'.
000115     05  MOVEMENT-TABLE-MAX    PIC S9(04) COMP VALUE 2000.
000116     05  HIT-TABLE-MAX         PIC S9(04) COMP VALUE 2000.
000117
000118*    USED WHEN DL100VTH IS MISSING OR A FIELD ON IT IS UNUSABLE.
000119*    SAME LAYOUT AS WS-THRESHOLDS.
000120 01  DEFAULT-THRESHOLDS.
000121     05  FILLER                PIC 9(03) VALUE 5.
000122     05  FILLER                PIC 9(04) VALUE 60.
000123     05  FILLER                PIC 9(03) VALUE 90.
000124     05  FILLER                PIC 9(03) VALUE 2.
000125     05  FILLER                PIC 9(03) VALUE 3.
000126     05  FILLER                PIC 9(03) VALUE 90.
000127     05  FILLER                PIC 9(03) VALUE 30.
000128     05  FILLER                PIC 9(03)V9 VALUE 3.0.
000129     05  FILLER                PIC 9(09)V99 VALUE 1000.00.
000130
000131 01  WS-THRESHOLDS.
000132     05  WS-THR-MAX-MOVEMENTS  PIC 9(03).
000133     05  WS-THR-WINDOW-MINUTES PIC 9(04).
000134     05  WS-THR-NEAR-PERCENT   PIC 9(03).
000135     05  WS-THR-NEAR-COUNT     PIC 9(03).
000136     05  WS-THR-FANIN-ACCOUNTS PIC 9(03).
000137     05  WS-THR-NEW-CP-DAYS    PIC 9(03).
000138     05  WS-THR-AVERAGE-DAYS   PIC 9(03).
000139     05  WS-THR-SPIKE-MULTIPLE PIC 9(03)V9.
000140     05  WS-THR-SPIKE-FLOOR    PIC 9(09)V99.
000141
000142 01  WS-SWITCHES.
000143     05  WS-CAL-EOF-SW         PIC X(01) VALUE 'N'.
000144         88  WS-CAL-EOF            VALUE 'Y'.
000145     05  WS-TDT-EOF-SW         PIC X(01) VALUE 'N'.
000146         88  WS-TDT-EOF            VALUE 'Y'.
000147     05  WS-PRC-EOF-SW         PIC X(01) VALUE 'N'.
000148         88  WS-PRC-EOF            VALUE 'Y'.
000149     05  WS-LIM-EOF-SW         PIC X(01) VALUE 'N'.
000150         88  WS-LIM-EOF            VALUE 'Y'.
000151     05  WS-ACT-EOF-SW         PIC X(01) VALUE 'N'.
000152         88  WS-ACT-EOF            VALUE 'Y'.
000153     05  WS-VTH-FOUND-SW       PIC X(01) VALUE 'N'.
000154         88  WS-VTH-FOUND          VALUE 'Y'.
000155     05  WS-ACCT-LIMIT-SW      PIC X(01) VALUE 'N'.
000156         88  WS-ACCT-LIMIT-SEEN    VALUE 'Y'.
000157     05  WS-ACC-FOUND-SW       PIC X(01) VALUE 'N'.
000158         88  WS-ACC-FOUND          VALUE 'Y'.
000159     05  WS-CP-FOUND-SW        PIC X(01) VALUE 'N'.
000160         88  WS-CP-FOUND           VALUE 'Y'.
000161     05  WS-CP-SEEN-SW         PIC X(01) VALUE 'N'.
000162         88  WS-CP-SEEN            VALUE 'Y'.
000163     05  WS-ACT-FOUND-SW       PIC X(01) VALUE 'N'.
000164         88  WS-ACT-FOUND          VALUE 'Y'.
000165     05  WS-WINDOW-DONE-SW     PIC X(01) VALUE 'N'.
000166         88  WS-WINDOW-DONE        VALUE 'Y'.
000167     05  WS-MARKED-SW          PIC X(01) VALUE 'N'.
000168         88  WS-MARKED             VALUE 'Y'.
000169     05  WS-MOV-OVERFLOW-SW    PIC X(01) VALUE 'N'.
000170         88  WS-MOV-OVERFLOW       VALUE 'Y'.
000171     05  WS-HIT-OVERFLOW-SW    PIC X(01) VALUE 'N'.
000172         88  WS-HIT-OVERFLOW       VALUE 'Y'.
000173
000174 01  WS-NOW-TS                 PIC X(26).
000175 01  WS-PROC-DATE              PIC X(08).
000176 01  WS-BEST-DATE              PIC X(08).
000177 01  WS-DATE-N                 PIC 9(08).
000178 01  WS-AVG-START              PIC X(08).
000179 01  WS-CP-START               PIC X(08).
000180 01  WS-BUSINESS-DAYS          PIC S9(04) COMP VALUE 0.
000181
000182 01  WS-TIME-PARTS.
000183     05  WS-PART-HH            PIC 9(02).
000184     05  WS-PART-MM            PIC 9(02).
000185     05  WS-PART-SS            PIC 9(02).
000186
000187 01  WS-MOV-IDX                PIC S9(04) COMP VALUE 0.
000188 01  WS-MIN-IDX                PIC S9(04) COMP VALUE 0.
000189 01  WS-SCAN-IDX               PIC S9(04) COMP VALUE 0.
000190 01  WS-WIN-IDX                PIC S9(04) COMP VALUE 0.
000191 01  WS-MARK-IDX               PIC S9(04) COMP VALUE 0.
000192 01  WS-ACC-IDX                PIC S9(04) COMP VALUE 0.
000193 01  WS-CP-IDX                 PIC S9(04) COMP VALUE 0.
000194 01  WS-HIT-IDX                PIC S9(04) COMP VALUE 0.
000195
000196 01  WS-CHECK-FIELDS.
000197     05  WS-WINDOW-SECONDS     PIC S9(09) COMP.
000198     05  WS-WINDOW-COUNT       PIC S9(04) COMP.
000199     05  WS-BEST-WINDOW        PIC S9(04) COMP.
000200     05  WS-NEAR-MATCHES       PIC S9(04) COMP.
000201     05  WS-SINGLE-MAX         PIC 9(09)V99.
000202     05  WS-NEAR-FLOOR         PIC 9(09)V99.
000203     05  WS-AVERAGE            PIC 9(11)V99.
000204     05  WS-SPIKE-LEVEL        PIC 9(13)V99.
000205
000206*    THE HIT BEING RECORDED.
000207 01  WS-CUR-FIELDS.
000208     05  WS-CUR-PATTERN        PIC X(04).
000209     05  WS-CUR-BRANCH         PIC X(08).
000210     05  WS-CUR-DESCRIPTION    PIC X(48).
000211     05  WS-CUR-TRAN-CODE      PIC X(04).
000212     05  WS-CUR-COUNTERPARTY   PIC X(20).
000213     05  WS-CUR-COUNT          PIC S9(05) COMP.
000214     05  WS-CUR-AMOUNT         PIC 9(11)V99.
000215     05  WS-CUR-MEASURE        PIC 9(11)V99.
000216     05  WS-CUR-CORR-ID        PIC X(16).
000217
000218 01  WS-MOVEMENT-COUNT         PIC S9(08) COMP VALUE 0.
000219 01  WS-HIST-COUNT             PIC S9(08) COMP VALUE 0.
000220 01  WS-VELO-COUNT             PIC S9(08) COMP VALUE 0.
000221 01  WS-NEAR-COUNT             PIC S9(08) COMP VALUE 0.
000222 01  WS-FANI-COUNT             PIC S9(08) COMP VALUE 0.
000223 01  WS-SPIK-COUNT             PIC S9(08) COMP VALUE 0.
000224 01  WS-FLAGGED-COUNT          PIC S9(08) COMP VALUE 0.
000225 01  WS-SAR-COUNT              PIC S9(08) COMP VALUE 0.
000226 01  WS-EXCEPTION-COUNT        PIC S9(08) COMP VALUE 0.
000227
000228*    THE DAY'S MOVEMENTS, SORTED BY ACCOUNT AND THEN BY TIME, EACH
000229*    WITH ONE SWITCH PER PATTERN IT TRIGGERED.
000230 01  WS-MOV-COUNT              PIC S9(04) COMP VALUE 0.
000231 01  WS-MOV-TABLE.
000232     05  WS-MOV-ENTRY OCCURS 0 TO 2000 TIMES
000233             DEPENDING ON WS-MOV-COUNT.
000234         10  WS-MOV-SORT-KEY.
000235             15  WS-MOV-ACCOUNT-NO     PIC X(10).
000236             15  WS-MOV-TIMESTAMP      PIC X(26).
000237         10  WS-MOV-TRAN-CODE      PIC X(04).
000238         10  WS-MOV-COUNTERPARTY   PIC X(20).
000239         10  WS-MOV-AMOUNT         PIC 9(07)V99.
000240         10  WS-MOV-CORR-ID        PIC X(16).
000241         10  WS-MOV-USER-ID        PIC X(08).
000242         10  WS-MOV-SECONDS        PIC S9(11) COMP.
000243         10  WS-MOV-VELO-SW        PIC X(01).
000244             88  WS-MOV-VELO           VALUE 'Y'.
000245         10  WS-MOV-NEAR-SW        PIC X(01).
000246             88  WS-MOV-NEAR           VALUE 'Y'.
000247         10  WS-MOV-FANI-SW        PIC X(01).
000248             88  WS-MOV-FANI           VALUE 'Y'.
000249         10  WS-MOV-SPIK-SW        PIC X(01).
000250             88  WS-MOV-SPIK           VALUE 'Y'.
000251
000252 01  WS-SWAP-ENTRY.
000253     05  WS-SWAP-SORT-KEY      PIC X(36).
000254     05  WS-SWAP-TRAN-CODE     PIC X(04).
000255     05  WS-SWAP-COUNTERPARTY  PIC X(20).
000256     05  WS-SWAP-AMOUNT        PIC 9(07)V99.
000257     05  WS-SWAP-CORR-ID       PIC X(16).
000258     05  WS-SWAP-USER-ID       PIC X(08).
000259     05  WS-SWAP-SECONDS       PIC S9(11) COMP.
000260     05  WS-SWAP-FLAGS         PIC X(04).
000261
000262*    ONE ENTRY PER ACCOUNT MOVING MONEY TODAY - WHERE ITS
000263*    MOVEMENTS SIT IN WS-MOV-TABLE, ITS DAY TOTAL, AND ITS TOTAL
000264*    OVER THE AVERAGING PERIOD.
000265 01  WS-ACC-COUNT              PIC S9(04) COMP VALUE 0.
000266 01  WS-ACC-TABLE.
000267     05  WS-ACC-ENTRY OCCURS 0 TO 2000 TIMES
000268             DEPENDING ON WS-ACC-COUNT.
000269         10  WS-ACC-ACCOUNT-NO     PIC X(10).
000270         10  WS-ACC-FIRST          PIC S9(04) COMP.
000271         10  WS-ACC-LAST           PIC S9(04) COMP.
000272         10  WS-ACC-DAY-COUNT      PIC S9(04) COMP.
000273         10  WS-ACC-DAY-TOTAL      PIC 9(11)V99.
000274         10  WS-ACC-HIST-TOTAL     PIC 9(13)V99.
000275         10  WS-ACC-FLAGGED-SW     PIC X(01).
000276             88  WS-ACC-FLAGGED        VALUE 'Y'.
000277
000278*    ONE ENTRY PER COUNTERPARTY PAID TODAY, WITH THE NUMBER OF
000279*    DIFFERENT ACCOUNTS THAT PAID IT.
000280 01  WS-CP-COUNT               PIC S9(04) COMP VALUE 0.
000281 01  WS-CP-TABLE.
000282     05  WS-CP-ENTRY OCCURS 0 TO 2000 TIMES
000283             DEPENDING ON WS-CP-COUNT.
000284         10  WS-CP-TRAN-CODE       PIC X(04).
000285         10  WS-CP-COUNTERPARTY    PIC X(20).
000286         10  WS-CP-ACCOUNTS        PIC S9(04) COMP.
000287         10  WS-CP-LAST-ACCOUNT    PIC X(10).
000288
000289 01  WS-HIT-COUNT              PIC S9(04) COMP VALUE 0.
000290 01  WS-HIT-TABLE.
000291     05  WS-HIT-ENTRY OCCURS 0 TO 2000 TIMES
000292             DEPENDING ON WS-HIT-COUNT.
000293         10  WS-HIT-ACCOUNT-NO     PIC X(10).
000294         10  WS-HIT-PATTERN        PIC X(04).
000295         10  WS-HIT-DESCRIPTION    PIC X(48).
000296         10  WS-HIT-COUNTERPARTY   PIC X(20).
000297         10  WS-HIT-MOVES          PIC S9(05) COMP.
000298         10  WS-HIT-AMOUNT         PIC 9(11)V99.
000299         10  WS-HIT-MEASURE        PIC 9(11)V99.
000300
000301 01  WS-HEADING-1.
000302     05  FILLER                PIC X(046) VALUE
000303         'DL100VEL - VELOCITY AND STRUCTURING MONITOR - '.
000304     05  FILLER                PIC X(016) VALUE
000305         'PROCESSING DATE '.
000306     05  DL-HDG-PROC-DATE      PIC X(08).
000307     05  FILLER                PIC X(062) VALUE SPACES.
000308 01  WS-RULE-LINE              PIC X(132) VALUE ALL '-'.
000309 01  WS-HEADING-2              PIC X(132) VALUE
000310     'SECTION 1 - THRESHOLDS IN EFFECT'.
000311 01  WS-HEADING-3              PIC X(132) VALUE
000312     'SECTION 2 - FLAGGED ACCOUNTS'.
000313 01  WS-HEADING-4              PIC X(132) VALUE
000314     'SECTION 3 - SUMMARY'.
000315 01  WS-VTH-SOURCE-LINE        PIC X(132).
000316 01  WS-NONE-LINE              PIC X(132) VALUE
000317     '    (NONE)'.
000318
000319 01  WS-THRESHOLD-LINE.
000320     05  FILLER                PIC X(004) VALUE SPACES.
000321     05  DL-THR-LABEL          PIC X(044).
000322     05  DL-THR-VALUE          PIC X(016).
000323     05  FILLER                PIC X(068) VALUE SPACES.
000324 01  WS-THR-VALUE-N            PIC 9(04).
000325 01  WS-THR-COUNT-ED           PIC ZZZ9.
000326 01  WS-THR-MULTIPLE-ED        PIC ZZ9.9.
000327 01  WS-THR-AMOUNT-ED          PIC ZZZ,ZZZ,ZZ9.99.
000328
000329 01  WS-ACCOUNT-LINE.
000330     05  FILLER                PIC X(008) VALUE 'ACCOUNT '.
000331     05  DL-ACC-ACCOUNT-NO     PIC X(10).
000332     05  FILLER                PIC X(01) VALUE SPACE.
000333     05  DL-ACC-SHORT-NAME     PIC X(20).
000334     05  FILLER                PIC X(001) VALUE SPACE.
000335     05  DL-ACC-STATUS         PIC X(08).
000336     05  FILLER                PIC X(012) VALUE
000337         '  MOVEMENTS '.
000338     05  DL-ACC-DAY-COUNT      PIC Z,ZZ9.
000339     05  FILLER                PIC X(012) VALUE
000340         '  DAY TOTAL '.
000341     05  DL-ACC-DAY-TOTAL      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
000342     05  FILLER                PIC X(016) VALUE
000343         '  AVERAGE DAY   '.
000344     05  DL-ACC-AVERAGE        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
000345     05  FILLER                PIC X(005) VALUE SPACES.
000346
000347 01  WS-HIT-HEADING.
000348     05  FILLER                PIC X(010) VALUE '    HIT'.
000349     05  FILLER                PIC X(049) VALUE 'DESCRIPTION'.
000350     05  FILLER                PIC X(021) VALUE 'COUNTERPARTY'.
000351     05  FILLER                PIC X(007) VALUE '  MOVES'.
000352     05  FILLER                PIC X(018) VALUE
000353         '            AMOUNT'.
000354     05  FILLER                PIC X(027) VALUE
000355         '           MEASURE'.
000356 01  WS-HIT-LINE.
000357     05  FILLER                PIC X(004) VALUE SPACES.
000358     05  DL-HIT-PATTERN        PIC X(04).
000359     05  FILLER                PIC X(002) VALUE SPACES.
000360     05  DL-HIT-DESCRIPTION    PIC X(48).
000361     05  FILLER                PIC X(01) VALUE SPACE.
000362     05  DL-HIT-COUNTERPARTY   PIC X(20).
000363     05  FILLER                PIC X(01) VALUE SPACE.
000364     05  DL-HIT-MOVES          PIC ZZ,ZZ9.
000365     05  FILLER                PIC X(01) VALUE SPACE.
000366     05  DL-HIT-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
000367     05  FILLER                PIC X(01) VALUE SPACE.
000368     05  DL-HIT-MEASURE        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
000369     05  FILLER                PIC X(010) VALUE SPACES.
000370
000371 01  WS-MOVEMENT-HEADING.
000372     05  FILLER                PIC X(014) VALUE '    TIME'.
000373     05  FILLER                PIC X(005) VALUE 'CODE'.
000374     05  FILLER                PIC X(017) VALUE 'TOKEN'.
000375     05  FILLER                PIC X(021) VALUE 'COUNTERPARTY'.
000376     05  FILLER                PIC X(009) VALUE 'USER'.
000377     05  FILLER                PIC X(014) VALUE '        AMOUNT'.
000378     05  FILLER                PIC X(052) VALUE
000379         '  V N F S'.
000380 01  WS-MOVEMENT-LINE.
000381     05  FILLER                PIC X(004) VALUE SPACES.
000382     05  DL-MOV-TIME.
000383         10  DL-MOV-HH         PIC X(02).
000384         10  FILLER            PIC X(01) VALUE ':'.
000385         10  DL-MOV-MM         PIC X(02).
000386         10  FILLER            PIC X(01) VALUE ':'.
000387         10  DL-MOV-SS         PIC X(02).
000388     05  FILLER                PIC X(02) VALUE SPACES.
000389     05  DL-MOV-TRAN-CODE      PIC X(04).
000390     05  FILLER                PIC X(01) VALUE SPACE.
000391     05  DL-MOV-CORR-ID        PIC X(16).
000392     05  FILLER                PIC X(01) VALUE SPACE.
000393     05  DL-MOV-COUNTERPARTY   PIC X(20).
000394     05  FILLER                PIC X(01) VALUE SPACE.
000395     05  DL-MOV-USER-ID        PIC X(08).
000396     05  FILLER                PIC X(01) VALUE SPACE.
000397     05  DL-MOV-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
000398     05  FILLER                PIC X(02) VALUE SPACES.
000399     05  DL-MOV-VELO           PIC X(01).
000400     05  FILLER                PIC X(01) VALUE SPACE.
000401     05  DL-MOV-NEAR           PIC X(01).
000402     05  FILLER                PIC X(01) VALUE SPACE.
000403     05  DL-MOV-FANI           PIC X(01).
000404     05  FILLER                PIC X(01) VALUE SPACE.
000405     05  DL-MOV-SPIK           PIC X(01).
000406     05  FILLER                PIC X(043) VALUE SPACES.
000407
000408 01  WS-SUMMARY-LINE.
000409     05  DL-SUM-LABEL          PIC X(028).
000410     05  DL-SUM-COUNT          PIC Z,ZZZ,ZZ9.
000411     05  FILLER                PIC X(095) VALUE SPACES.
000412
000413     COPY DL100RCP.
000414
000415 Procedure Division.
000416 0000-MAINLINE.
000417     PERFORM 0100-RUN-CONTROL-START
000418         THRU 0100-RUN-CONTROL-START-EXIT
000419
000420     IF DL100-RCP-REFUSED
000421         DISPLAY 'DL100VEL RUN REFUSED BY RUN CONTROL'
000422             ' - SEE DL100RNC MESSAGE'
000423         GOBACK
000424     END-IF
000425
000426     MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
000427     MOVE WS-NOW-TS(1:8) TO WS-PROC-DATE
000428
000429     PERFORM 0500-RESOLVE-PROC-DATE
000430         THRU 0500-RESOLVE-PROC-DATE-EXIT
000431
000432     PERFORM 0700-LOAD-THRESHOLDS
000433         THRU 0700-LOAD-THRESHOLDS-EXIT
000434
000435     PERFORM 0800-SET-PERIODS
000436         THRU 0800-SET-PERIODS-EXIT
000437
000438     PERFORM 1000-LOAD-DAY-MOVEMENTS
000439         THRU 1000-LOAD-DAY-MOVEMENTS-EXIT
000440
000441     PERFORM 1500-SORT-MOVEMENTS
000442         THRU 1500-SORT-MOVEMENTS-EXIT
000443
000444     PERFORM 2000-BUILD-ACCOUNTS
000445         THRU 2000-BUILD-ACCOUNTS-EXIT
000446
000447     PERFORM 2500-LOAD-HISTORY
000448         THRU 2500-LOAD-HISTORY-EXIT
000449
000450     PERFORM 2900-OPEN-OUTPUTS
000451         THRU 2900-OPEN-OUTPUTS-EXIT
000452
000453     PERFORM 3000-CHECK-VELOCITY
000454         THRU 3000-CHECK-VELOCITY-EXIT
000455
000456     PERFORM 4000-CHECK-NEAR-LIMIT
000457         THRU 4000-CHECK-NEAR-LIMIT-EXIT
000458
000459     PERFORM 5000-CHECK-FAN-IN
000460         THRU 5000-CHECK-FAN-IN-EXIT
000461
000462     PERFORM 6000-CHECK-SPIKE
000463         THRU 6000-CHECK-SPIKE-EXIT
000464
000465     PERFORM 7500-WRITE-CASES
000466         THRU 7500-WRITE-CASES-EXIT
000467
000468     PERFORM 8000-SUMMARY
000469         THRU 8000-SUMMARY-EXIT
000470
000471     PERFORM 9000-RUN-CONTROL-END
000472         THRU 9000-RUN-CONTROL-END-EXIT
000473
000474     IF WS-SAR-COUNT > 0
000475         MOVE 4 TO RETURN-CODE
000476     END-IF
000477
000478     GOBACK
000479     .
000480
000481 0100-RUN-CONTROL-START.
000482     SET DL100-RCP-FUNC-START TO TRUE
000483     MOVE 'DL100VEL' TO DL100-RCP-JOB-NAME
000484
000485     CALL 'DL100RNC' USING DL100-RCP-PARMS
000486     END-CALL
000487     .
000488 0100-RUN-CONTROL-START-EXIT.
000489     EXIT.
000490
000491 0500-RESOLVE-PROC-DATE.
000492*    SAME RULE AS DL100RNC - THE PROCESSING DATE IS THE LATEST
000493*    BUSINESS DAY ON OR BEFORE THE CLOCK DATE; AN EMPTY OR
000494*    MISSING CALENDAR FALLS BACK TO THE CLOCK DATE.
000495     MOVE SPACES TO WS-BEST-DATE
000496     MOVE 'N' TO WS-CAL-EOF-SW
000497
000498     OPEN INPUT DL100-CAL-FILE
000499
000500     PERFORM 0550-SCAN-ONE-CAL-DAY
000501         THRU 0550-SCAN-ONE-CAL-DAY-EXIT
000502         UNTIL WS-CAL-EOF
000503
000504     CLOSE DL100-CAL-FILE
000505
000506     IF WS-BEST-DATE NOT EQUAL SPACES
000507         MOVE WS-BEST-DATE TO WS-PROC-DATE
000508     END-IF
000509     .
000510 0500-RESOLVE-PROC-DATE-EXIT.
000511     EXIT.
000512
000513 0550-SCAN-ONE-CAL-DAY.
000514     READ DL100-CAL-FILE
000515         AT END
000516             MOVE 'Y' TO WS-CAL-EOF-SW
000517         NOT AT END
000518             IF DL100-CAL-BUSINESS
000519                AND DL100-CAL-DATE
000520                        NOT GREATER THAN WS-NOW-TS(1:8)
000521                AND DL100-CAL-DATE GREATER THAN WS-BEST-DATE
000522                 MOVE DL100-CAL-DATE TO WS-BEST-DATE
000523             END-IF
000524     END-READ
000525     .
000526 0550-SCAN-ONE-CAL-DAY-EXIT.
000527     EXIT.
000528
000529 0700-LOAD-THRESHOLDS.
000530*    START FROM THE DEFAULTS AND TAKE EACH USABLE VALUE FROM THE
000531*    CONTROL RECORD.  A ZERO PATTERN THRESHOLD SWITCHES THAT
000532*    PATTERN OFF; A ZERO WINDOW, PERCENT, PERIOD OR FLOOR IS NOT
000533*    MEANINGFUL AND KEEPS THE DEFAULT.
000534     MOVE DEFAULT-THRESHOLDS TO WS-THRESHOLDS
000535     MOVE 'N' TO WS-VTH-FOUND-SW
000536
000537     OPEN INPUT DL100-VTH-FILE
000538     READ DL100-VTH-FILE
000539         AT END
000540             CONTINUE
000541         NOT AT END
000542             MOVE 'Y' TO WS-VTH-FOUND-SW
000543     END-READ
000544     CLOSE DL100-VTH-FILE
000545
000546     IF NOT WS-VTH-FOUND
000547         DISPLAY 'DL100VEL NO DL100VTH THRESHOLD RECORD -'
000548             ' DEFAULTS USED'
000549         GO TO 0700-LOAD-THRESHOLDS-EXIT
000550     END-IF
000551
000552     IF DL100-VTH-MAX-MOVEMENTS NUMERIC
000553         MOVE DL100-VTH-MAX-MOVEMENTS TO WS-THR-MAX-MOVEMENTS
000554     END-IF
000555     IF DL100-VTH-WINDOW-MINUTES NUMERIC
000556         IF DL100-VTH-WINDOW-MINUTES > 0
000557             MOVE DL100-VTH-WINDOW-MINUTES
000558                 TO WS-THR-WINDOW-MINUTES
000559         END-IF
000560     END-IF
000561     IF DL100-VTH-NEAR-PERCENT NUMERIC
000562         IF DL100-VTH-NEAR-PERCENT > 0
000563            AND DL100-VTH-NEAR-PERCENT NOT > 100
000564             MOVE DL100-VTH-NEAR-PERCENT TO WS-THR-NEAR-PERCENT
000565         END-IF
000566     END-IF
000567     IF DL100-VTH-NEAR-COUNT NUMERIC
000568         MOVE DL100-VTH-NEAR-COUNT TO WS-THR-NEAR-COUNT
000569     END-IF
000570     IF DL100-VTH-FANIN-ACCOUNTS NUMERIC
000571         MOVE DL100-VTH-FANIN-ACCOUNTS TO WS-THR-FANIN-ACCOUNTS
000572     END-IF
000573     IF DL100-VTH-NEW-CP-DAYS NUMERIC
000574         IF DL100-VTH-NEW-CP-DAYS > 0
000575             MOVE DL100-VTH-NEW-CP-DAYS TO WS-THR-NEW-CP-DAYS
000576         END-IF
000577     END-IF
000578     IF DL100-VTH-AVERAGE-DAYS NUMERIC
000579         IF DL100-VTH-AVERAGE-DAYS > 0
000580             MOVE DL100-VTH-AVERAGE-DAYS TO WS-THR-AVERAGE-DAYS
000581         END-IF
000582     END-IF
000583     IF DL100-VTH-SPIKE-MULTIPLE NUMERIC
000584         MOVE DL100-VTH-SPIKE-MULTIPLE TO WS-THR-SPIKE-MULTIPLE
000585     END-IF
000586     IF DL100-VTH-SPIKE-FLOOR NUMERIC
000587         IF DL100-VTH-SPIKE-FLOOR > 0
000588             MOVE DL100-VTH-SPIKE-FLOOR TO WS-THR-SPIKE-FLOOR
000589         END-IF
000590     END-IF
000591     .
000592 0700-LOAD-THRESHOLDS-EXIT.
000593     EXIT.
000594
000595 0800-SET-PERIODS.
000596*    THE AVERAGING PERIOD AND THE COUNTERPARTY LOOK-BACK BOTH END
000597*    THE DAY BEFORE THE PROCESSING DATE.  ONLY BUSINESS DAYS CARRY
000598*    A PROCESSING DATE, SO THE AVERAGE IS OVER THE BUSINESS DAYS
000599*    IN THE PERIOD.
000600     MOVE WS-PROC-DATE TO WS-DATE-N
000601     COMPUTE WS-DATE-N = FUNCTION DATE-OF-INTEGER
000602         (FUNCTION INTEGER-OF-DATE (WS-DATE-N)
000603          - WS-THR-AVERAGE-DAYS)
000604     MOVE WS-DATE-N TO WS-AVG-START
000605
000606     MOVE WS-PROC-DATE TO WS-DATE-N
000607     COMPUTE WS-DATE-N = FUNCTION DATE-OF-INTEGER
000608         (FUNCTION INTEGER-OF-DATE (WS-DATE-N)
000609          - WS-THR-NEW-CP-DAYS)
000610     MOVE WS-DATE-N TO WS-CP-START
000611
000612     MOVE 0 TO WS-BUSINESS-DAYS
000613     MOVE 'N' TO WS-CAL-EOF-SW
000614
000615     OPEN INPUT DL100-CAL-FILE
000616
000617     PERFORM 0850-COUNT-ONE-CAL-DAY
000618         THRU 0850-COUNT-ONE-CAL-DAY-EXIT
000619         UNTIL WS-CAL-EOF
000620
000621     CLOSE DL100-CAL-FILE
000622
000623     IF WS-BUSINESS-DAYS EQUAL 0
000624         MOVE WS-THR-AVERAGE-DAYS TO WS-BUSINESS-DAYS
000625     END-IF
000626     .
000627 0800-SET-PERIODS-EXIT.
000628     EXIT.
000629
000630 0850-COUNT-ONE-CAL-DAY.
000631     READ DL100-CAL-FILE
000632         AT END
000633             MOVE 'Y' TO WS-CAL-EOF-SW
000634         NOT AT END
000635             IF DL100-CAL-BUSINESS
000636                AND DL100-CAL-DATE NOT LESS THAN WS-AVG-START
000637                AND DL100-CAL-DATE LESS THAN WS-PROC-DATE
000638                 ADD 1 TO WS-BUSINESS-DAYS
000639             END-IF
000640     END-READ
000641     .
000642 0850-COUNT-ONE-CAL-DAY-EXIT.
000643     EXIT.
000644
000645 1000-LOAD-DAY-MOVEMENTS.
000646     MOVE 'N' TO WS-TDT-EOF-SW
000647
000648     OPEN INPUT DL100-TDT-FILE
000649
000650     PERFORM 1100-LOAD-ONE-MOVEMENT
000651         THRU 1100-LOAD-ONE-MOVEMENT-EXIT
000652         UNTIL WS-TDT-EOF
000653
000654     CLOSE DL100-TDT-FILE
000655     .
000656 1000-LOAD-DAY-MOVEMENTS-EXIT.
000657     EXIT.
000658
000659 1100-LOAD-ONE-MOVEMENT.
000660     READ DL100-TDT-FILE
000661         AT END
000662             MOVE 'Y' TO WS-TDT-EOF-SW
000663         NOT AT END
000664             IF DL100-TDT-PROC-DATE EQUAL WS-PROC-DATE
000665                AND (DL100-TDT-TRAN-CODE EQUAL TRAN-PAYMENT
000666                  OR DL100-TDT-TRAN-CODE EQUAL TRAN-TRANSFER)
000667                 PERFORM 1200-ADD-MOVEMENT
000668                     THRU 1200-ADD-MOVEMENT-EXIT
000669             END-IF
000670     END-READ
000671     .
000672 1100-LOAD-ONE-MOVEMENT-EXIT.
000673     EXIT.
000674
000675 1200-ADD-MOVEMENT.
000676     ADD 1 TO WS-MOVEMENT-COUNT
000677
000678     IF WS-MOV-COUNT NOT LESS THAN MOVEMENT-TABLE-MAX
000679         IF NOT WS-MOV-OVERFLOW
000680             MOVE 'Y' TO WS-MOV-OVERFLOW-SW
000681             DISPLAY 'DL100VEL MOVEMENT TABLE FULL - LATER'
000682                 ' MOVEMENTS OF THE DAY ARE NOT MONITORED'
000683         END-IF
000684         GO TO 1200-ADD-MOVEMENT-EXIT
000685     END-IF
000686
000687     ADD 1 TO WS-MOV-COUNT
000688     MOVE WS-MOV-COUNT TO WS-MOV-IDX
000689     MOVE DL100-TDT-ACCOUNT-NO TO WS-MOV-ACCOUNT-NO (WS-MOV-IDX)
000690     MOVE DL100-TDT-TIMESTAMP TO WS-MOV-TIMESTAMP (WS-MOV-IDX)
000691     MOVE DL100-TDT-TRAN-CODE TO WS-MOV-TRAN-CODE (WS-MOV-IDX)
000692     MOVE DL100-TDT-COUNTERPARTY
000693         TO WS-MOV-COUNTERPARTY (WS-MOV-IDX)
000694     MOVE DL100-TDT-AMOUNT TO WS-MOV-AMOUNT (WS-MOV-IDX)
000695     MOVE DL100-TDT-CORR-ID TO WS-MOV-CORR-ID (WS-MOV-IDX)
000696     MOVE DL100-TDT-USER-ID TO WS-MOV-USER-ID (WS-MOV-IDX)
000697     MOVE 'N' TO WS-MOV-VELO-SW (WS-MOV-IDX)
000698     MOVE 'N' TO WS-MOV-NEAR-SW (WS-MOV-IDX)
000699     MOVE 'N' TO WS-MOV-FANI-SW (WS-MOV-IDX)
000700     MOVE 'N' TO WS-MOV-SPIK-SW (WS-MOV-IDX)
000701
000702*    TIMESTAMPS ARE CURRENT-DATE IMAGES - YYYYMMDDHHMMSSCC.  THE
000703*    SECONDS COUNT ALLOWS A WINDOW TO SPAN MIDNIGHT.
000704     MOVE DL100-TDT-TIMESTAMP(1:8) TO WS-DATE-N
000705     MOVE DL100-TDT-TIMESTAMP(9:2) TO WS-PART-HH
000706     MOVE DL100-TDT-TIMESTAMP(11:2) TO WS-PART-MM
000707     MOVE DL100-TDT-TIMESTAMP(13:2) TO WS-PART-SS
000708     COMPUTE WS-MOV-SECONDS (WS-MOV-IDX) =
000709         FUNCTION INTEGER-OF-DATE (WS-DATE-N) * 86400
000710         + WS-PART-HH * 3600 + WS-PART-MM * 60 + WS-PART-SS
000711     .
000712 1200-ADD-MOVEMENT-EXIT.
000713     EXIT.
000714
000715 1500-SORT-MOVEMENTS.
000716     PERFORM 1600-PLACE-ONE-MOVEMENT
000717         THRU 1600-PLACE-ONE-MOVEMENT-EXIT
000718         VARYING WS-MOV-IDX FROM 1 BY 1
000719         UNTIL WS-MOV-IDX NOT LESS THAN WS-MOV-COUNT
000720     .
000721 1500-SORT-MOVEMENTS-EXIT.
000722     EXIT.
000723
000724 1600-PLACE-ONE-MOVEMENT.
000725     MOVE WS-MOV-IDX TO WS-MIN-IDX
000726
000727     COMPUTE WS-SCAN-IDX = WS-MOV-IDX + 1
000728     PERFORM 1700-FIND-LOWEST
000729         THRU 1700-FIND-LOWEST-EXIT
000730         VARYING WS-SCAN-IDX FROM WS-SCAN-IDX BY 1
000731         UNTIL WS-SCAN-IDX > WS-MOV-COUNT
000732
000733     IF WS-MIN-IDX NOT EQUAL WS-MOV-IDX
000734         MOVE WS-MOV-ENTRY (WS-MOV-IDX) TO WS-SWAP-ENTRY
000735         MOVE WS-MOV-ENTRY (WS-MIN-IDX)
000736             TO WS-MOV-ENTRY (WS-MOV-IDX)
000737         MOVE WS-SWAP-ENTRY TO WS-MOV-ENTRY (WS-MIN-IDX)
000738     END-IF
000739     .
000740 1600-PLACE-ONE-MOVEMENT-EXIT.
000741     EXIT.
000742
000743 1700-FIND-LOWEST.
000744     IF WS-MOV-SORT-KEY (WS-SCAN-IDX)
000745             LESS THAN WS-MOV-SORT-KEY (WS-MIN-IDX)
000746         MOVE WS-SCAN-IDX TO WS-MIN-IDX
000747     END-IF
000748     .
000749 1700-FIND-LOWEST-EXIT.
000750     EXIT.
000751
000752 2000-BUILD-ACCOUNTS.
000753     PERFORM 2100-NOTE-ONE-MOVEMENT
000754         THRU 2100-NOTE-ONE-MOVEMENT-EXIT
000755         VARYING WS-MOV-IDX FROM 1 BY 1
000756         UNTIL WS-MOV-IDX > WS-MOV-COUNT
000757     .
000758 2000-BUILD-ACCOUNTS-EXIT.
000759     EXIT.
000760
000761 2100-NOTE-ONE-MOVEMENT.
000762*    THE TABLE IS IN ACCOUNT ORDER, SO EACH ACCOUNT'S MOVEMENTS
000763*    ARE ONE UNBROKEN RUN.
000764     IF WS-ACC-COUNT EQUAL 0
000765         PERFORM 2200-ADD-ACCOUNT
000766             THRU 2200-ADD-ACCOUNT-EXIT
000767     ELSE
000768         IF WS-MOV-ACCOUNT-NO (WS-MOV-IDX) NOT EQUAL
000769                 WS-ACC-ACCOUNT-NO (WS-ACC-COUNT)
000770             PERFORM 2200-ADD-ACCOUNT
000771                 THRU 2200-ADD-ACCOUNT-EXIT
000772         END-IF
000773     END-IF
000774
000775     MOVE WS-MOV-IDX TO WS-ACC-LAST (WS-ACC-COUNT)
000776     ADD 1 TO WS-ACC-DAY-COUNT (WS-ACC-COUNT)
000777     ADD WS-MOV-AMOUNT (WS-MOV-IDX)
000778         TO WS-ACC-DAY-TOTAL (WS-ACC-COUNT)
000779     .
000780 2100-NOTE-ONE-MOVEMENT-EXIT.
000781     EXIT.
000782
000783 2200-ADD-ACCOUNT.
000784     ADD 1 TO WS-ACC-COUNT
000785     MOVE WS-MOV-ACCOUNT-NO (WS-MOV-IDX)
000786         TO WS-ACC-ACCOUNT-NO (WS-ACC-COUNT)
000787     MOVE WS-MOV-IDX TO WS-ACC-FIRST (WS-ACC-COUNT)
000788     MOVE 0 TO WS-ACC-DAY-COUNT (WS-ACC-COUNT)
000789     MOVE 0 TO WS-ACC-DAY-TOTAL (WS-ACC-COUNT)
000790     MOVE 0 TO WS-ACC-HIST-TOTAL (WS-ACC-COUNT)
000791     MOVE 'N' TO WS-ACC-FLAGGED-SW (WS-ACC-COUNT)
000792     .
000793 2200-ADD-ACCOUNT-EXIT.
000794     EXIT.
000795
000796 2500-LOAD-HISTORY.
000797     IF WS-ACC-COUNT EQUAL 0
000798         GO TO 2500-LOAD-HISTORY-EXIT
000799     END-IF
000800
000801     MOVE 'N' TO WS-TDT-EOF-SW
000802
000803     OPEN INPUT DL100-TDT-FILE
000804
000805     PERFORM 2600-TOTAL-ONE-PRIOR-DAY
000806         THRU 2600-TOTAL-ONE-PRIOR-DAY-EXIT
000807         UNTIL WS-TDT-EOF
000808
000809     CLOSE DL100-TDT-FILE
000810     .
000811 2500-LOAD-HISTORY-EXIT.
000812     EXIT.
000813
000814 2600-TOTAL-ONE-PRIOR-DAY.
000815     READ DL100-TDT-FILE
000816         AT END
000817             MOVE 'Y' TO WS-TDT-EOF-SW
000818             GO TO 2600-TOTAL-ONE-PRIOR-DAY-EXIT
000819     END-READ
000820
000821     IF DL100-TDT-PROC-DATE LESS THAN WS-AVG-START
000822        OR DL100-TDT-PROC-DATE NOT LESS THAN WS-PROC-DATE
000823         GO TO 2600-TOTAL-ONE-PRIOR-DAY-EXIT
000824     END-IF
000825
000826     IF DL100-TDT-TRAN-CODE NOT EQUAL TRAN-PAYMENT
000827        AND DL100-TDT-TRAN-CODE NOT EQUAL TRAN-TRANSFER
000828         GO TO 2600-TOTAL-ONE-PRIOR-DAY-EXIT
000829     END-IF
000830
000831     MOVE 'N' TO WS-ACC-FOUND-SW
000832     PERFORM 2700-MATCH-ONE-ACCOUNT
000833         THRU 2700-MATCH-ONE-ACCOUNT-EXIT
000834         VARYING WS-ACC-IDX FROM 1 BY 1
000835         UNTIL WS-ACC-IDX > WS-ACC-COUNT
000836            OR WS-ACC-FOUND
000837
000838     IF WS-ACC-FOUND
000839         SUBTRACT 1 FROM WS-ACC-IDX
000840         ADD DL100-TDT-AMOUNT TO WS-ACC-HIST-TOTAL (WS-ACC-IDX)
000841         ADD 1 TO WS-HIST-COUNT
000842     END-IF
000843     .
000844 2600-TOTAL-ONE-PRIOR-DAY-EXIT.
000845     EXIT.
000846
000847 2700-MATCH-ONE-ACCOUNT.
000848     IF WS-ACC-ACCOUNT-NO (WS-ACC-IDX) EQUAL DL100-TDT-ACCOUNT-NO
000849         MOVE 'Y' TO WS-ACC-FOUND-SW
000850     END-IF
000851     .
000852 2700-MATCH-ONE-ACCOUNT-EXIT.
000853     EXIT.
000854
000855 2900-OPEN-OUTPUTS.
000856     OPEN EXTEND DL100-SAR-FILE
000857     OPEN OUTPUT DL100-VEL-RPT
000858
000859     MOVE WS-PROC-DATE TO DL-HDG-PROC-DATE
000860     WRITE DL100-VEL-LINE FROM WS-HEADING-1
000861     MOVE SPACES TO DL100-VEL-LINE
000862     WRITE DL100-VEL-LINE
000863
000864     WRITE DL100-VEL-LINE FROM WS-HEADING-2
000865     IF WS-VTH-FOUND
000866         MOVE SPACES TO WS-VTH-SOURCE-LINE
000867         STRING '    FROM DL100VTH - UPDATED ' DELIMITED BY SIZE
000868                DL100-VTH-UPDATED-DATE DELIMITED BY SIZE
000869                ' BY ' DELIMITED BY SIZE
000870                DL100-VTH-UPDATED-BY DELIMITED BY SIZE
000871             INTO WS-VTH-SOURCE-LINE
000872         END-STRING
000873     ELSE
000874         MOVE '    NO DL100VTH RECORD - DEFAULTS IN USE'
000875             TO WS-VTH-SOURCE-LINE
000876     END-IF
000877     WRITE DL100-VEL-LINE FROM WS-VTH-SOURCE-LINE
000878
000879     MOVE 'VELO - MORE THAN THIS MANY MOVEMENTS' TO DL-THR-LABEL
000880     MOVE WS-THR-MAX-MOVEMENTS TO WS-THR-VALUE-N
000881     PERFORM 2950-WRITE-PATTERN-THRESHOLD
000882         THRU 2950-WRITE-PATTERN-THRESHOLD-EXIT
000883     MOVE '       WITHIN MINUTES' TO DL-THR-LABEL
000884     MOVE WS-THR-WINDOW-MINUTES TO WS-THR-VALUE-N
000885     PERFORM 2960-WRITE-COUNT-THRESHOLD
000886         THRU 2960-WRITE-COUNT-THRESHOLD-EXIT
000887
000888     MOVE 'NEAR - AT LEAST THIS MANY MOVEMENTS' TO DL-THR-LABEL
000889     MOVE WS-THR-NEAR-COUNT TO WS-THR-VALUE-N
000890     PERFORM 2950-WRITE-PATTERN-THRESHOLD
000891         THRU 2950-WRITE-PATTERN-THRESHOLD-EXIT
000892     MOVE '       AT OR ABOVE PERCENT OF SINGLE MAXIMUM'
000893         TO DL-THR-LABEL
000894     MOVE WS-THR-NEAR-PERCENT TO WS-THR-VALUE-N
000895     PERFORM 2960-WRITE-COUNT-THRESHOLD
000896         THRU 2960-WRITE-COUNT-THRESHOLD-EXIT
000897
000898     MOVE 'FANI - AT LEAST THIS MANY PAYING ACCOUNTS'
000899         TO DL-THR-LABEL
000900     MOVE WS-THR-FANIN-ACCOUNTS TO WS-THR-VALUE-N
000901     PERFORM 2950-WRITE-PATTERN-THRESHOLD
000902         THRU 2950-WRITE-PATTERN-THRESHOLD-EXIT
000903     MOVE '       COUNTERPARTY UNPAID FOR DAYS' TO DL-THR-LABEL
000904     MOVE WS-THR-NEW-CP-DAYS TO WS-THR-VALUE-N
000905     PERFORM 2960-WRITE-COUNT-THRESHOLD
000906         THRU 2960-WRITE-COUNT-THRESHOLD-EXIT
000907
000908     MOVE 'SPIK - DAY TOTAL ABOVE AVERAGE TIMES' TO DL-THR-LABEL
000909     IF WS-THR-SPIKE-MULTIPLE EQUAL 0
000910         MOVE 'OFF' TO DL-THR-VALUE
000911     ELSE
000912         MOVE WS-THR-SPIKE-MULTIPLE TO WS-THR-MULTIPLE-ED
000913         MOVE WS-THR-MULTIPLE-ED TO DL-THR-VALUE
000914     END-IF
000915     WRITE DL100-VEL-LINE FROM WS-THRESHOLD-LINE
000916     MOVE '       AVERAGED OVER CALENDAR DAYS' TO DL-THR-LABEL
000917     MOVE WS-THR-AVERAGE-DAYS TO WS-THR-VALUE-N
000918     PERFORM 2960-WRITE-COUNT-THRESHOLD
000919         THRU 2960-WRITE-COUNT-THRESHOLD-EXIT
000920     MOVE '       OF WHICH BUSINESS DAYS' TO DL-THR-LABEL
000921     MOVE WS-BUSINESS-DAYS TO WS-THR-VALUE-N
000922     PERFORM 2960-WRITE-COUNT-THRESHOLD
000923         THRU 2960-WRITE-COUNT-THRESHOLD-EXIT
000924     MOVE '       DAY TOTAL AT LEAST' TO DL-THR-LABEL
000925     MOVE WS-THR-SPIKE-FLOOR TO WS-THR-AMOUNT-ED
000926     MOVE WS-THR-AMOUNT-ED TO DL-THR-VALUE
000927     WRITE DL100-VEL-LINE FROM WS-THRESHOLD-LINE
000928     .
000929 2900-OPEN-OUTPUTS-EXIT.
000930     EXIT.
000931
000932 2950-WRITE-PATTERN-THRESHOLD.
000933*    A ZERO PATTERN THRESHOLD MEANS THE PATTERN IS SWITCHED OFF.
000934     IF WS-THR-VALUE-N EQUAL 0
000935         MOVE 'OFF' TO DL-THR-VALUE
000936         WRITE DL100-VEL-LINE FROM WS-THRESHOLD-LINE
000937         GO TO 2950-WRITE-PATTERN-THRESHOLD-EXIT
000938     END-IF
000939
000940     PERFORM 2960-WRITE-COUNT-THRESHOLD
000941         THRU 2960-WRITE-COUNT-THRESHOLD-EXIT
000942     .
000943 2950-WRITE-PATTERN-THRESHOLD-EXIT.
000944     EXIT.
000945
000946 2960-WRITE-COUNT-THRESHOLD.
000947     MOVE WS-THR-VALUE-N TO WS-THR-COUNT-ED
000948     MOVE WS-THR-COUNT-ED TO DL-THR-VALUE
000949     WRITE DL100-VEL-LINE FROM WS-THRESHOLD-LINE
000950     .
000951 2960-WRITE-COUNT-THRESHOLD-EXIT.
000952     EXIT.
000953
000954 3000-CHECK-VELOCITY.
000955     IF WS-THR-MAX-MOVEMENTS EQUAL 0
000956         GO TO 3000-CHECK-VELOCITY-EXIT
000957     END-IF
000958
000959     COMPUTE WS-WINDOW-SECONDS = WS-THR-WINDOW-MINUTES * 60
000960
000961     PERFORM 3100-VELOCITY-ONE-ACCOUNT
000962         THRU 3100-VELOCITY-ONE-ACCOUNT-EXIT
000963         VARYING WS-ACC-IDX FROM 1 BY 1
000964         UNTIL WS-ACC-IDX > WS-ACC-COUNT
000965     .
000966 3000-CHECK-VELOCITY-EXIT.
000967     EXIT.
000968
000969 3100-VELOCITY-ONE-ACCOUNT.
000970     IF WS-ACC-DAY-COUNT (WS-ACC-IDX) NOT > WS-THR-MAX-MOVEMENTS
000971         GO TO 3100-VELOCITY-ONE-ACCOUNT-EXIT
000972     END-IF
000973
000974     MOVE 0 TO WS-BEST-WINDOW
000975
000976     PERFORM 3200-VELOCITY-WINDOW
000977         THRU 3200-VELOCITY-WINDOW-EXIT
000978         VARYING WS-MOV-IDX FROM WS-ACC-FIRST (WS-ACC-IDX) BY 1
000979         UNTIL WS-MOV-IDX > WS-ACC-LAST (WS-ACC-IDX)
000980
000981     IF WS-BEST-WINDOW NOT > WS-THR-MAX-MOVEMENTS
000982         GO TO 3100-VELOCITY-ONE-ACCOUNT-EXIT
000983     END-IF
000984
000985     MOVE 'VELO' TO WS-CUR-PATTERN
000986     MOVE 'VELOCITY' TO WS-CUR-BRANCH
000987     MOVE 'MORE MOVEMENTS THAN ALLOWED WITHIN THE WINDOW'
000988         TO WS-CUR-DESCRIPTION
000989     MOVE SPACES TO WS-CUR-TRAN-CODE
000990     MOVE SPACES TO WS-CUR-COUNTERPARTY
000991     MOVE WS-BEST-WINDOW TO WS-CUR-MEASURE
000992
000993     PERFORM 6800-TALLY-TRIGGERS
000994         THRU 6800-TALLY-TRIGGERS-EXIT
000995
000996     PERFORM 7000-RECORD-HIT
000997         THRU 7000-RECORD-HIT-EXIT
000998     .
000999 3100-VELOCITY-ONE-ACCOUNT-EXIT.
001000     EXIT.
001001
001002 3200-VELOCITY-WINDOW.
001003*    THE WINDOW OPENS AT THIS MOVEMENT AND TAKES EVERY LATER ONE
001004*    OF THE ACCOUNT'S WITHIN THE WINDOW LENGTH.  EVERY MOVEMENT IN
001005*    A WINDOW OVER THE THRESHOLD TRIGGERED THE HIT.
001006     MOVE WS-MOV-IDX TO WS-WIN-IDX
001007     MOVE 'N' TO WS-WINDOW-DONE-SW
001008
001009     PERFORM 3250-EXTEND-WINDOW
001010         THRU 3250-EXTEND-WINDOW-EXIT
001011         UNTIL WS-WINDOW-DONE
001012
001013     COMPUTE WS-WINDOW-COUNT = WS-WIN-IDX - WS-MOV-IDX + 1
001014     IF WS-WINDOW-COUNT > WS-BEST-WINDOW
001015         MOVE WS-WINDOW-COUNT TO WS-BEST-WINDOW
001016     END-IF
001017
001018     IF WS-WINDOW-COUNT > WS-THR-MAX-MOVEMENTS
001019         PERFORM 3300-MARK-VELOCITY
001020             THRU 3300-MARK-VELOCITY-EXIT
001021             VARYING WS-MARK-IDX FROM WS-MOV-IDX BY 1
001022             UNTIL WS-MARK-IDX > WS-WIN-IDX
001023     END-IF
001024     .
001025 3200-VELOCITY-WINDOW-EXIT.
001026     EXIT.
001027
001028 3250-EXTEND-WINDOW.
001029     IF WS-WIN-IDX NOT LESS THAN WS-ACC-LAST (WS-ACC-IDX)
001030         MOVE 'Y' TO WS-WINDOW-DONE-SW
001031         GO TO 3250-EXTEND-WINDOW-EXIT
001032     END-IF
001033
001034     IF WS-MOV-SECONDS (WS-WIN-IDX + 1)
001035          - WS-MOV-SECONDS (WS-MOV-IDX) > WS-WINDOW-SECONDS
001036         MOVE 'Y' TO WS-WINDOW-DONE-SW
001037         GO TO 3250-EXTEND-WINDOW-EXIT
001038     END-IF
001039
001040     ADD 1 TO WS-WIN-IDX
001041     .
001042 3250-EXTEND-WINDOW-EXIT.
001043     EXIT.
001044
001045 3300-MARK-VELOCITY.
001046     MOVE 'Y' TO WS-MOV-VELO-SW (WS-MARK-IDX)
001047     .
001048 3300-MARK-VELOCITY-EXIT.
001049     EXIT.
001050
001051 4000-CHECK-NEAR-LIMIT.
001052     IF WS-THR-NEAR-COUNT EQUAL 0
001053         GO TO 4000-CHECK-NEAR-LIMIT-EXIT
001054     END-IF
001055
001056     PERFORM 4100-NEAR-ONE-ACCOUNT
001057         THRU 4100-NEAR-ONE-ACCOUNT-EXIT
001058         VARYING WS-ACC-IDX FROM 1 BY 1
001059         UNTIL WS-ACC-IDX > WS-ACC-COUNT
001060     .
001061 4000-CHECK-NEAR-LIMIT-EXIT.
001062     EXIT.
001063
001064 4100-NEAR-ONE-ACCOUNT.
001065     IF WS-ACC-DAY-COUNT (WS-ACC-IDX) < WS-THR-NEAR-COUNT
001066         GO TO 4100-NEAR-ONE-ACCOUNT-EXIT
001067     END-IF
001068
001069     PERFORM 4200-FIND-ACCOUNT-LIMIT
001070         THRU 4200-FIND-ACCOUNT-LIMIT-EXIT
001071
001072     IF WS-SINGLE-MAX EQUAL 0
001073         GO TO 4100-NEAR-ONE-ACCOUNT-EXIT
001074     END-IF
001075
001076     COMPUTE WS-NEAR-FLOOR ROUNDED =
001077         WS-SINGLE-MAX * WS-THR-NEAR-PERCENT / 100
001078     MOVE 0 TO WS-NEAR-MATCHES
001079
001080     PERFORM 4300-COUNT-ONE-NEAR
001081         THRU 4300-COUNT-ONE-NEAR-EXIT
001082         VARYING WS-MOV-IDX FROM WS-ACC-FIRST (WS-ACC-IDX) BY 1
001083         UNTIL WS-MOV-IDX > WS-ACC-LAST (WS-ACC-IDX)
001084
001085     IF WS-NEAR-MATCHES < WS-THR-NEAR-COUNT
001086         GO TO 4100-NEAR-ONE-ACCOUNT-EXIT
001087     END-IF
001088
001089     PERFORM 4400-MARK-ONE-NEAR
001090         THRU 4400-MARK-ONE-NEAR-EXIT
001091         VARYING WS-MOV-IDX FROM WS-ACC-FIRST (WS-ACC-IDX) BY 1
001092         UNTIL WS-MOV-IDX > WS-ACC-LAST (WS-ACC-IDX)
001093
001094     MOVE 'NEAR' TO WS-CUR-PATTERN
001095     MOVE 'NEARMAX' TO WS-CUR-BRANCH
001096     MOVE 'REPEATED AMOUNTS JUST UNDER THE SINGLE MAXIMUM'
001097         TO WS-CUR-DESCRIPTION
001098     MOVE SPACES TO WS-CUR-TRAN-CODE
001099     MOVE SPACES TO WS-CUR-COUNTERPARTY
001100     MOVE WS-SINGLE-MAX TO WS-CUR-MEASURE
001101
001102     PERFORM 6800-TALLY-TRIGGERS
001103         THRU 6800-TALLY-TRIGGERS-EXIT
001104
001105     PERFORM 7000-RECORD-HIT
001106         THRU 7000-RECORD-HIT-EXIT
001107     .
001108 4100-NEAR-ONE-ACCOUNT-EXIT.
001109     EXIT.
001110
001111 4200-FIND-ACCOUNT-LIMIT.
001112*    SAME RULE AS PGMA0001 - AN ACCOUNT-SPECIFIC ROW BEATS THE
001113*    '*DEFAULT*' ROW; NO ROW AT ALL MEANS NO SINGLE MAXIMUM.
001114     MOVE 0 TO WS-SINGLE-MAX
001115     MOVE 'N' TO WS-ACCT-LIMIT-SW
001116     MOVE 'N' TO WS-LIM-EOF-SW
001117
001118     OPEN INPUT DL100-LIM-FILE
001119
001120     PERFORM 4250-CHECK-ONE-LIMIT
001121         THRU 4250-CHECK-ONE-LIMIT-EXIT
001122         UNTIL WS-LIM-EOF
001123
001124     CLOSE DL100-LIM-FILE
001125     .
001126 4200-FIND-ACCOUNT-LIMIT-EXIT.
001127     EXIT.
001128
001129 4250-CHECK-ONE-LIMIT.
001130     READ DL100-LIM-FILE
001131         AT END
001132             MOVE 'Y' TO WS-LIM-EOF-SW
001133         NOT AT END
001134             EVALUATE TRUE
001135                 WHEN DL100-LIM-ACCOUNT-NO
001136                         EQUAL WS-ACC-ACCOUNT-NO (WS-ACC-IDX)
001137                     MOVE DL100-LIM-SINGLE-MAX TO WS-SINGLE-MAX
001138                     MOVE 'Y' TO WS-ACCT-LIMIT-SW
001139                 WHEN DL100-LIM-DEFAULT
001140                  AND NOT WS-ACCT-LIMIT-SEEN
001141                     MOVE DL100-LIM-SINGLE-MAX TO WS-SINGLE-MAX
001142                 WHEN OTHER
001143                     CONTINUE
001144             END-EVALUATE
001145     END-READ
001146     .
001147 4250-CHECK-ONE-LIMIT-EXIT.
001148     EXIT.
001149
001150 4300-COUNT-ONE-NEAR.
001151     IF WS-MOV-AMOUNT (WS-MOV-IDX) NOT LESS THAN WS-NEAR-FLOOR
001152        AND WS-MOV-AMOUNT (WS-MOV-IDX)
001153                NOT GREATER THAN WS-SINGLE-MAX
001154         ADD 1 TO WS-NEAR-MATCHES
001155     END-IF
001156     .
001157 4300-COUNT-ONE-NEAR-EXIT.
001158     EXIT.
001159
001160 4400-MARK-ONE-NEAR.
001161     IF WS-MOV-AMOUNT (WS-MOV-IDX) NOT LESS THAN WS-NEAR-FLOOR
001162        AND WS-MOV-AMOUNT (WS-MOV-IDX)
001163                NOT GREATER THAN WS-SINGLE-MAX
001164         MOVE 'Y' TO WS-MOV-NEAR-SW (WS-MOV-IDX)
001165     END-IF
001166     .
001167 4400-MARK-ONE-NEAR-EXIT.
001168     EXIT.
001169
001170 5000-CHECK-FAN-IN.
001171     IF WS-THR-FANIN-ACCOUNTS EQUAL 0
001172         GO TO 5000-CHECK-FAN-IN-EXIT
001173     END-IF
001174
001175     PERFORM 5100-COUNT-ONE-PAYER
001176         THRU 5100-COUNT-ONE-PAYER-EXIT
001177         VARYING WS-MOV-IDX FROM 1 BY 1
001178         UNTIL WS-MOV-IDX > WS-MOV-COUNT
001179
001180     PERFORM 5300-CHECK-ONE-COUNTERPARTY
001181         THRU 5300-CHECK-ONE-COUNTERPARTY-EXIT
001182         VARYING WS-CP-IDX FROM 1 BY 1
001183         UNTIL WS-CP-IDX > WS-CP-COUNT
001184     .
001185 5000-CHECK-FAN-IN-EXIT.
001186     EXIT.
001187
001188 5100-COUNT-ONE-PAYER.
001189*    MOVEMENTS ARE IN ACCOUNT ORDER, SO A COUNTERPARTY'S LAST
001190*    PAYING ACCOUNT CHANGES EXACTLY ONCE PER DIFFERENT PAYER.
001191     MOVE 'N' TO WS-CP-FOUND-SW
001192     PERFORM 5150-MATCH-ONE-COUNTERPARTY
001193         THRU 5150-MATCH-ONE-COUNTERPARTY-EXIT
001194         VARYING WS-CP-IDX FROM 1 BY 1
001195         UNTIL WS-CP-IDX > WS-CP-COUNT
001196            OR WS-CP-FOUND
001197
001198     IF WS-CP-FOUND
001199         SUBTRACT 1 FROM WS-CP-IDX
001200     ELSE
001201         ADD 1 TO WS-CP-COUNT
001202         MOVE WS-CP-COUNT TO WS-CP-IDX
001203         MOVE WS-MOV-TRAN-CODE (WS-MOV-IDX)
001204             TO WS-CP-TRAN-CODE (WS-CP-IDX)
001205         MOVE WS-MOV-COUNTERPARTY (WS-MOV-IDX)
001206             TO WS-CP-COUNTERPARTY (WS-CP-IDX)
001207         MOVE 0 TO WS-CP-ACCOUNTS (WS-CP-IDX)
001208         MOVE SPACES TO WS-CP-LAST-ACCOUNT (WS-CP-IDX)
001209     END-IF
001210
001211     IF WS-CP-LAST-ACCOUNT (WS-CP-IDX)
001212             NOT EQUAL WS-MOV-ACCOUNT-NO (WS-MOV-IDX)
001213         ADD 1 TO WS-CP-ACCOUNTS (WS-CP-IDX)
001214         MOVE WS-MOV-ACCOUNT-NO (WS-MOV-IDX)
001215             TO WS-CP-LAST-ACCOUNT (WS-CP-IDX)
001216     END-IF
001217     .
001218 5100-COUNT-ONE-PAYER-EXIT.
001219     EXIT.
001220
001221 5150-MATCH-ONE-COUNTERPARTY.
001222     IF WS-CP-TRAN-CODE (WS-CP-IDX)
001223             EQUAL WS-MOV-TRAN-CODE (WS-MOV-IDX)
001224        AND WS-CP-COUNTERPARTY (WS-CP-IDX)
001225                EQUAL WS-MOV-COUNTERPARTY (WS-MOV-IDX)
001226         MOVE 'Y' TO WS-CP-FOUND-SW
001227     END-IF
001228     .
001229 5150-MATCH-ONE-COUNTERPARTY-EXIT.
001230     EXIT.
001231
001232 5300-CHECK-ONE-COUNTERPARTY.
001233     IF WS-CP-ACCOUNTS (WS-CP-IDX) < WS-THR-FANIN-ACCOUNTS
001234         GO TO 5300-CHECK-ONE-COUNTERPARTY-EXIT
001235     END-IF
001236
001237     PERFORM 5400-CHECK-PAID-BEFORE
001238         THRU 5400-CHECK-PAID-BEFORE-EXIT
001239
001240     IF WS-CP-SEEN
001241         GO TO 5300-CHECK-ONE-COUNTERPARTY-EXIT
001242     END-IF
001243
001244     MOVE 'FANI' TO WS-CUR-PATTERN
001245     MOVE 'FANIN' TO WS-CUR-BRANCH
001246     MOVE 'SEVERAL ACCOUNTS PAID THE SAME NEW COUNTERPARTY'
001247         TO WS-CUR-DESCRIPTION
001248     MOVE WS-CP-TRAN-CODE (WS-CP-IDX) TO WS-CUR-TRAN-CODE
001249     MOVE WS-CP-COUNTERPARTY (WS-CP-IDX) TO WS-CUR-COUNTERPARTY
001250     MOVE WS-CP-ACCOUNTS (WS-CP-IDX) TO WS-CUR-MEASURE
001251
001252     PERFORM 5600-FAN-IN-ONE-ACCOUNT
001253         THRU 5600-FAN-IN-ONE-ACCOUNT-EXIT
001254         VARYING WS-ACC-IDX FROM 1 BY 1
001255         UNTIL WS-ACC-IDX > WS-ACC-COUNT
001256     .
001257 5300-CHECK-ONE-COUNTERPARTY-EXIT.
001258     EXIT.
001259
001260 5400-CHECK-PAID-BEFORE.
001261*    NEW MEANS NO DL100PRC RECORD FOR THE COUNTERPARTY ON ANY
001262*    PROCESSING DATE IN THE LOOK-BACK PERIOD.
001263     MOVE 'N' TO WS-CP-SEEN-SW
001264     MOVE 'N' TO WS-PRC-EOF-SW
001265
001266     OPEN INPUT DL100-PRC-FILE
001267
001268     PERFORM 5450-CHECK-ONE-PROCESSED
001269         THRU 5450-CHECK-ONE-PROCESSED-EXIT
001270         UNTIL WS-PRC-EOF
001271            OR WS-CP-SEEN
001272
001273     CLOSE DL100-PRC-FILE
001274     .
001275 5400-CHECK-PAID-BEFORE-EXIT.
001276     EXIT.
001277
001278 5450-CHECK-ONE-PROCESSED.
001279     READ DL100-PRC-FILE
001280         AT END
001281             MOVE 'Y' TO WS-PRC-EOF-SW
001282         NOT AT END
001283             IF DL100-PRC-TRAN-CODE
001284                     EQUAL WS-CP-TRAN-CODE (WS-CP-IDX)
001285                AND DL100-PRC-COUNTERPARTY
001286                        EQUAL WS-CP-COUNTERPARTY (WS-CP-IDX)
001287                AND DL100-PRC-PROC-DATE NOT LESS THAN WS-CP-START
001288                AND DL100-PRC-PROC-DATE LESS THAN WS-PROC-DATE
001289                 MOVE 'Y' TO WS-CP-SEEN-SW
001290             END-IF
001291     END-READ
001292     .
001293 5450-CHECK-ONE-PROCESSED-EXIT.
001294     EXIT.
001295
001296 5600-FAN-IN-ONE-ACCOUNT.
001297     PERFORM 5650-MARK-ONE-FAN-IN
001298         THRU 5650-MARK-ONE-FAN-IN-EXIT
001299         VARYING WS-MOV-IDX FROM WS-ACC-FIRST (WS-ACC-IDX) BY 1
001300         UNTIL WS-MOV-IDX > WS-ACC-LAST (WS-ACC-IDX)
001301
001302     PERFORM 6800-TALLY-TRIGGERS
001303         THRU 6800-TALLY-TRIGGERS-EXIT
001304
001305     IF WS-CUR-COUNT > 0
001306         PERFORM 7000-RECORD-HIT
001307             THRU 7000-RECORD-HIT-EXIT
001308     END-IF
001309     .
001310 5600-FAN-IN-ONE-ACCOUNT-EXIT.
001311     EXIT.
001312
001313 5650-MARK-ONE-FAN-IN.
001314     IF WS-MOV-TRAN-CODE (WS-MOV-IDX) EQUAL WS-CUR-TRAN-CODE
001315        AND WS-MOV-COUNTERPARTY (WS-MOV-IDX)
001316                EQUAL WS-CUR-COUNTERPARTY
001317         MOVE 'Y' TO WS-MOV-FANI-SW (WS-MOV-IDX)
001318     END-IF
001319     .
001320 5650-MARK-ONE-FAN-IN-EXIT.
001321     EXIT.
001322
001323 6000-CHECK-SPIKE.
001324     IF WS-THR-SPIKE-MULTIPLE EQUAL 0
001325         GO TO 6000-CHECK-SPIKE-EXIT
001326     END-IF
001327
001328     PERFORM 6100-SPIKE-ONE-ACCOUNT
001329         THRU 6100-SPIKE-ONE-ACCOUNT-EXIT
001330         VARYING WS-ACC-IDX FROM 1 BY 1
001331         UNTIL WS-ACC-IDX > WS-ACC-COUNT
001332     .
001333 6000-CHECK-SPIKE-EXIT.
001334     EXIT.
001335
001336 6100-SPIKE-ONE-ACCOUNT.
001337*    AN ACCOUNT WITH NO HISTORY HAS AN AVERAGE OF ZERO, SO ANY DAY
001338*    OVER THE FLOOR IS A SPIKE.
001339     IF WS-ACC-DAY-TOTAL (WS-ACC-IDX) < WS-THR-SPIKE-FLOOR
001340         GO TO 6100-SPIKE-ONE-ACCOUNT-EXIT
001341     END-IF
001342
001343     COMPUTE WS-AVERAGE ROUNDED =
001344         WS-ACC-HIST-TOTAL (WS-ACC-IDX) / WS-BUSINESS-DAYS
001345     COMPUTE WS-SPIKE-LEVEL = WS-AVERAGE * WS-THR-SPIKE-MULTIPLE
001346
001347     IF WS-ACC-DAY-TOTAL (WS-ACC-IDX) NOT > WS-SPIKE-LEVEL
001348         GO TO 6100-SPIKE-ONE-ACCOUNT-EXIT
001349     END-IF
001350
001351     PERFORM 6200-MARK-ONE-SPIKE
001352         THRU 6200-MARK-ONE-SPIKE-EXIT
001353         VARYING WS-MOV-IDX FROM WS-ACC-FIRST (WS-ACC-IDX) BY 1
001354         UNTIL WS-MOV-IDX > WS-ACC-LAST (WS-ACC-IDX)
001355
001356     MOVE 'SPIK' TO WS-CUR-PATTERN
001357     MOVE 'SPIKE' TO WS-CUR-BRANCH
001358     MOVE 'DAY TOTAL WELL ABOVE THE ACCOUNT''S AVERAGE DAY'
001359         TO WS-CUR-DESCRIPTION
001360     MOVE SPACES TO WS-CUR-TRAN-CODE
001361     MOVE SPACES TO WS-CUR-COUNTERPARTY
001362     MOVE WS-AVERAGE TO WS-CUR-MEASURE
001363
001364     PERFORM 6800-TALLY-TRIGGERS
001365         THRU 6800-TALLY-TRIGGERS-EXIT
001366
001367     PERFORM 7000-RECORD-HIT
001368         THRU 7000-RECORD-HIT-EXIT
001369     .
001370 6100-SPIKE-ONE-ACCOUNT-EXIT.
001371     EXIT.
001372
001373 6200-MARK-ONE-SPIKE.
001374     MOVE 'Y' TO WS-MOV-SPIK-SW (WS-MOV-IDX)
001375     .
001376 6200-MARK-ONE-SPIKE-EXIT.
001377     EXIT.
001378
001379 6800-TALLY-TRIGGERS.
001380*    COUNT AND TOTAL THE ACCOUNT'S MOVEMENTS MARKED FOR THE
001381*    CURRENT PATTERN (FOR A FAN-IN, ONLY THOSE TO THE CURRENT
001382*    COUNTERPARTY), AND TAKE THE FIRST ONE'S TOKEN.
001383     MOVE 0 TO WS-CUR-COUNT
001384     MOVE 0 TO WS-CUR-AMOUNT
001385     MOVE SPACES TO WS-CUR-CORR-ID
001386
001387     PERFORM 6850-TALLY-ONE-MOVEMENT
001388         THRU 6850-TALLY-ONE-MOVEMENT-EXIT
001389         VARYING WS-MOV-IDX FROM WS-ACC-FIRST (WS-ACC-IDX) BY 1
001390         UNTIL WS-MOV-IDX > WS-ACC-LAST (WS-ACC-IDX)
001391     .
001392 6800-TALLY-TRIGGERS-EXIT.
001393     EXIT.
001394
001395 6850-TALLY-ONE-MOVEMENT.
001396     MOVE 'N' TO WS-MARKED-SW
001397
001398     EVALUATE WS-CUR-PATTERN
001399         WHEN 'VELO'
001400             IF WS-MOV-VELO (WS-MOV-IDX)
001401                 MOVE 'Y' TO WS-MARKED-SW
001402             END-IF
001403         WHEN 'NEAR'
001404             IF WS-MOV-NEAR (WS-MOV-IDX)
001405                 MOVE 'Y' TO WS-MARKED-SW
001406             END-IF
001407         WHEN 'FANI'
001408             IF WS-MOV-FANI (WS-MOV-IDX)
001409                AND WS-MOV-TRAN-CODE (WS-MOV-IDX)
001410                        EQUAL WS-CUR-TRAN-CODE
001411                AND WS-MOV-COUNTERPARTY (WS-MOV-IDX)
001412                        EQUAL WS-CUR-COUNTERPARTY
001413                 MOVE 'Y' TO WS-MARKED-SW
001414             END-IF
001415         WHEN 'SPIK'
001416             IF WS-MOV-SPIK (WS-MOV-IDX)
001417                 MOVE 'Y' TO WS-MARKED-SW
001418             END-IF
001419     END-EVALUATE
001420
001421     IF WS-MARKED
001422         ADD 1 TO WS-CUR-COUNT
001423         ADD WS-MOV-AMOUNT (WS-MOV-IDX) TO WS-CUR-AMOUNT
001424         IF WS-CUR-CORR-ID EQUAL SPACES
001425             MOVE WS-MOV-CORR-ID (WS-MOV-IDX) TO WS-CUR-CORR-ID
001426         END-IF
001427     END-IF
001428     .
001429 6850-TALLY-ONE-MOVEMENT-EXIT.
001430     EXIT.
001431
001432 7000-RECORD-HIT.
001433     MOVE WS-NOW-TS TO DL100-SAR-TIMESTAMP
001434     MOVE WS-PROC-DATE TO DL100-SAR-PROC-DATE
001435     MOVE WS-CUR-PATTERN TO DL100-SAR-PATTERN
001436     MOVE WS-ACC-ACCOUNT-NO (WS-ACC-IDX) TO DL100-SAR-ACCOUNT-NO
001437     MOVE WS-CUR-COUNTERPARTY TO DL100-SAR-COUNTERPARTY
001438     MOVE WS-CUR-COUNT TO DL100-SAR-MOVEMENT-COUNT
001439     MOVE WS-CUR-AMOUNT TO DL100-SAR-AMOUNT-TOTAL
001440     MOVE WS-CUR-MEASURE TO DL100-SAR-MEASURE
001441     MOVE WS-CUR-CORR-ID TO DL100-SAR-CORR-ID
001442     MOVE WS-CUR-DESCRIPTION TO DL100-SAR-DESCRIPTION
001443     WRITE DL100-SAR-RECORD
001444     ADD 1 TO WS-SAR-COUNT
001445
001446     EVALUATE WS-CUR-PATTERN
001447         WHEN 'VELO'
001448             ADD 1 TO WS-VELO-COUNT
001449         WHEN 'NEAR'
001450             ADD 1 TO WS-NEAR-COUNT
001451         WHEN 'FANI'
001452             ADD 1 TO WS-FANI-COUNT
001453         WHEN 'SPIK'
001454             ADD 1 TO WS-SPIK-COUNT
001455     END-EVALUATE
001456
001457     IF NOT WS-ACC-FLAGGED (WS-ACC-IDX)
001458         MOVE 'Y' TO WS-ACC-FLAGGED-SW (WS-ACC-IDX)
001459         ADD 1 TO WS-FLAGGED-COUNT
001460     END-IF
001461
001462     DISPLAY 'DL100VEL ' WS-CUR-PATTERN ' HIT ON ACCOUNT '
001463         WS-ACC-ACCOUNT-NO (WS-ACC-IDX)
001464
001465     PERFORM 7100-RAISE-EXCEPTION
001466         THRU 7100-RAISE-EXCEPTION-EXIT
001467
001468     IF WS-HIT-COUNT NOT LESS THAN HIT-TABLE-MAX
001469         IF NOT WS-HIT-OVERFLOW
001470             MOVE 'Y' TO WS-HIT-OVERFLOW-SW
001471             DISPLAY 'DL100VEL HIT TABLE FULL - LATER HITS ARE ON'
001472                 ' DL100SAR AND DL100EXC BUT NOT THE CASE REPORT'
001473         END-IF
001474         GO TO 7000-RECORD-HIT-EXIT
001475     END-IF
001476
001477     ADD 1 TO WS-HIT-COUNT
001478     MOVE WS-ACC-ACCOUNT-NO (WS-ACC-IDX)
001479         TO WS-HIT-ACCOUNT-NO (WS-HIT-COUNT)
001480     MOVE WS-CUR-PATTERN TO WS-HIT-PATTERN (WS-HIT-COUNT)
001481     MOVE WS-CUR-DESCRIPTION TO WS-HIT-DESCRIPTION (WS-HIT-COUNT)
001482     MOVE WS-CUR-COUNTERPARTY
001483         TO WS-HIT-COUNTERPARTY (WS-HIT-COUNT)
001484     MOVE WS-CUR-COUNT TO WS-HIT-MOVES (WS-HIT-COUNT)
001485     MOVE WS-CUR-AMOUNT TO WS-HIT-AMOUNT (WS-HIT-COUNT)
001486     MOVE WS-CUR-MEASURE TO WS-HIT-MEASURE (WS-HIT-COUNT)
001487     .
001488 7000-RECORD-HIT-EXIT.
001489     EXIT.
001490
001491 7100-RAISE-EXCEPTION.
001492*    SAME OPEN, UNSENT, UNACKNOWLEDGED SHAPE DL100ALR RAISES, SO
001493*    THE ITEM FLOWS THROUGH DL100EXQ AND DL100EXT UNCHANGED.
001494     MOVE FUNCTION CURRENT-DATE TO DL100-EXC-TIMESTAMP
001495     MOVE MYNAME TO DL100-EXC-PROGRAM-NAME
001496     MOVE 0 TO DL100-EXC-BLOCK-NO
001497     MOVE WS-CUR-BRANCH TO DL100-EXC-BRANCH-CODE
001498     MOVE WS-PROC-DATE TO DL100-EXC-CANDIDATE-NAME
001499     SET DL100-EXC-UNSENT TO TRUE
001500     MOVE WS-ACC-ACCOUNT-NO (WS-ACC-IDX) TO DL100-EXC-CORR-ID
001501     SET DL100-EXC-OPEN TO TRUE
001502     MOVE SPACES TO DL100-EXC-ACKED-BY
001503     MOVE SPACES TO DL100-EXC-ACKED-TS
001504     MOVE SPACES TO DL100-EXC-CLOSED-TS
001505     MOVE SPACES TO DL100-EXC-RESOLUTION-CODE
001506     MOVE SPACES TO DL100-EXC-RESOLUTION-NOTE
001507     MOVE SPACES TO DL100-EXC-TICKET-NO
001508
001509     OPEN EXTEND DL100-EXC-FILE
001510     WRITE DL100-EXCEPTION-RECORD
001511     CLOSE DL100-EXC-FILE
001512
001513     ADD 1 TO WS-EXCEPTION-COUNT
001514     .
001515 7100-RAISE-EXCEPTION-EXIT.
001516     EXIT.
001517
001518 7500-WRITE-CASES.
001519     MOVE SPACES TO DL100-VEL-LINE
001520     WRITE DL100-VEL-LINE
001521     WRITE DL100-VEL-LINE FROM WS-HEADING-3
001522
001523     IF WS-FLAGGED-COUNT EQUAL 0
001524         WRITE DL100-VEL-LINE FROM WS-NONE-LINE
001525         GO TO 7500-WRITE-CASES-EXIT
001526     END-IF
001527
001528     PERFORM 7600-WRITE-ONE-CASE
001529         THRU 7600-WRITE-ONE-CASE-EXIT
001530         VARYING WS-ACC-IDX FROM 1 BY 1
001531         UNTIL WS-ACC-IDX > WS-ACC-COUNT
001532     .
001533 7500-WRITE-CASES-EXIT.
001534     EXIT.
001535
001536 7600-WRITE-ONE-CASE.
001537     IF NOT WS-ACC-FLAGGED (WS-ACC-IDX)
001538         GO TO 7600-WRITE-ONE-CASE-EXIT
001539     END-IF
001540
001541     PERFORM 7650-FIND-ACCOUNT-MASTER
001542         THRU 7650-FIND-ACCOUNT-MASTER-EXIT
001543
001544     WRITE DL100-VEL-LINE FROM WS-RULE-LINE
001545     MOVE WS-ACC-ACCOUNT-NO (WS-ACC-IDX) TO DL-ACC-ACCOUNT-NO
001546     MOVE WS-ACC-DAY-COUNT (WS-ACC-IDX) TO DL-ACC-DAY-COUNT
001547     MOVE WS-ACC-DAY-TOTAL (WS-ACC-IDX) TO DL-ACC-DAY-TOTAL
001548     COMPUTE WS-AVERAGE ROUNDED =
001549         WS-ACC-HIST-TOTAL (WS-ACC-IDX) / WS-BUSINESS-DAYS
001550     MOVE WS-AVERAGE TO DL-ACC-AVERAGE
001551     WRITE DL100-VEL-LINE FROM WS-ACCOUNT-LINE
001552
001553     WRITE DL100-VEL-LINE FROM WS-HIT-HEADING
001554     PERFORM 7700-WRITE-ONE-HIT
001555         THRU 7700-WRITE-ONE-HIT-EXIT
001556         VARYING WS-HIT-IDX FROM 1 BY 1
001557         UNTIL WS-HIT-IDX > WS-HIT-COUNT
001558
001559     MOVE SPACES TO DL100-VEL-LINE
001560     WRITE DL100-VEL-LINE
001561     WRITE DL100-VEL-LINE FROM WS-MOVEMENT-HEADING
001562     PERFORM 7800-WRITE-ONE-MOVEMENT
001563         THRU 7800-WRITE-ONE-MOVEMENT-EXIT
001564         VARYING WS-MOV-IDX FROM WS-ACC-FIRST (WS-ACC-IDX) BY 1
001565         UNTIL WS-MOV-IDX > WS-ACC-LAST (WS-ACC-IDX)
001566     .
001567 7600-WRITE-ONE-CASE-EXIT.
001568     EXIT.
001569
001570 7650-FIND-ACCOUNT-MASTER.
001571     MOVE 'N' TO WS-ACT-FOUND-SW
001572     MOVE 'N' TO WS-ACT-EOF-SW
001573     MOVE SPACES TO DL-ACC-SHORT-NAME
001574     MOVE 'UNKNOWN' TO DL-ACC-STATUS
001575
001576     OPEN INPUT DL100-ACT-FILE
001577
001578     PERFORM 7660-CHECK-ONE-ACCOUNT
001579         THRU 7660-CHECK-ONE-ACCOUNT-EXIT
001580         UNTIL WS-ACT-EOF
001581            OR WS-ACT-FOUND
001582
001583     CLOSE DL100-ACT-FILE
001584     .
001585 7650-FIND-ACCOUNT-MASTER-EXIT.
001586     EXIT.
001587
001588 7660-CHECK-ONE-ACCOUNT.
001589     READ DL100-ACT-FILE
001590         AT END
001591             MOVE 'Y' TO WS-ACT-EOF-SW
001592             GO TO 7660-CHECK-ONE-ACCOUNT-EXIT
001593     END-READ
001594
001595     IF DL100-ACT-ACCOUNT-NO
001596             NOT EQUAL WS-ACC-ACCOUNT-NO (WS-ACC-IDX)
001597         GO TO 7660-CHECK-ONE-ACCOUNT-EXIT
001598     END-IF
001599
001600     MOVE 'Y' TO WS-ACT-FOUND-SW
001601     MOVE DL100-ACT-SHORT-NAME TO DL-ACC-SHORT-NAME
001602     EVALUATE TRUE
001603         WHEN DL100-ACT-OPEN
001604             MOVE 'OPEN' TO DL-ACC-STATUS
001605         WHEN DL100-ACT-FROZEN
001606             MOVE 'FROZEN' TO DL-ACC-STATUS
001607         WHEN DL100-ACT-CLOSED
001608             MOVE 'CLOSED' TO DL-ACC-STATUS
001609         WHEN OTHER
001610             MOVE 'UNKNOWN' TO DL-ACC-STATUS
001611     END-EVALUATE
001612     .
001613 7660-CHECK-ONE-ACCOUNT-EXIT.
001614     EXIT.
001615
001616 7700-WRITE-ONE-HIT.
001617     IF WS-HIT-ACCOUNT-NO (WS-HIT-IDX)
001618             NOT EQUAL WS-ACC-ACCOUNT-NO (WS-ACC-IDX)
001619         GO TO 7700-WRITE-ONE-HIT-EXIT
001620     END-IF
001621
001622     MOVE WS-HIT-PATTERN (WS-HIT-IDX) TO DL-HIT-PATTERN
001623     MOVE WS-HIT-DESCRIPTION (WS-HIT-IDX) TO DL-HIT-DESCRIPTION
001624     MOVE WS-HIT-COUNTERPARTY (WS-HIT-IDX) TO DL-HIT-COUNTERPARTY
001625     MOVE WS-HIT-MOVES (WS-HIT-IDX) TO DL-HIT-MOVES
001626     MOVE WS-HIT-AMOUNT (WS-HIT-IDX) TO DL-HIT-AMOUNT
001627     MOVE WS-HIT-MEASURE (WS-HIT-IDX) TO DL-HIT-MEASURE
001628     WRITE DL100-VEL-LINE FROM WS-HIT-LINE
001629     .
001630 7700-WRITE-ONE-HIT-EXIT.
001631     EXIT.
001632
001633 7800-WRITE-ONE-MOVEMENT.
001634*    ONLY THE MOVEMENTS THAT TRIGGERED A HIT ARE LISTED.
001635     IF NOT WS-MOV-VELO (WS-MOV-IDX)
001636        AND NOT WS-MOV-NEAR (WS-MOV-IDX)
001637        AND NOT WS-MOV-FANI (WS-MOV-IDX)
001638        AND NOT WS-MOV-SPIK (WS-MOV-IDX)
001639         GO TO 7800-WRITE-ONE-MOVEMENT-EXIT
001640     END-IF
001641
001642     MOVE WS-MOV-TIMESTAMP (WS-MOV-IDX) (9:2) TO DL-MOV-HH
001643     MOVE WS-MOV-TIMESTAMP (WS-MOV-IDX) (11:2) TO DL-MOV-MM
001644     MOVE WS-MOV-TIMESTAMP (WS-MOV-IDX) (13:2) TO DL-MOV-SS
001645     MOVE WS-MOV-TRAN-CODE (WS-MOV-IDX) TO DL-MOV-TRAN-CODE
001646     MOVE WS-MOV-CORR-ID (WS-MOV-IDX) TO DL-MOV-CORR-ID
001647     MOVE WS-MOV-COUNTERPARTY (WS-MOV-IDX) TO DL-MOV-COUNTERPARTY
001648     MOVE WS-MOV-USER-ID (WS-MOV-IDX) TO DL-MOV-USER-ID
001649     MOVE WS-MOV-AMOUNT (WS-MOV-IDX) TO DL-MOV-AMOUNT
001650     MOVE SPACES TO DL-MOV-VELO
001651     MOVE SPACES TO DL-MOV-NEAR
001652     MOVE SPACES TO DL-MOV-FANI
001653     MOVE SPACES TO DL-MOV-SPIK
001654     IF WS-MOV-VELO (WS-MOV-IDX)
001655         MOVE 'V' TO DL-MOV-VELO
001656     END-IF
001657     IF WS-MOV-NEAR (WS-MOV-IDX)
001658         MOVE 'N' TO DL-MOV-NEAR
001659     END-IF
001660     IF WS-MOV-FANI (WS-MOV-IDX)
001661         MOVE 'F' TO DL-MOV-FANI
001662     END-IF
001663     IF WS-MOV-SPIK (WS-MOV-IDX)
001664         MOVE 'S' TO DL-MOV-SPIK
001665     END-IF
001666     WRITE DL100-VEL-LINE FROM WS-MOVEMENT-LINE
001667     .
001668 7800-WRITE-ONE-MOVEMENT-EXIT.
001669     EXIT.
001670
001671 8000-SUMMARY.
001672     MOVE SPACES TO DL100-VEL-LINE
001673     WRITE DL100-VEL-LINE
001674     WRITE DL100-VEL-LINE FROM WS-HEADING-4
001675
001676     MOVE 'MOVEMENTS EXAMINED        =' TO DL-SUM-LABEL
001677     MOVE WS-MOVEMENT-COUNT TO DL-SUM-COUNT
001678     WRITE DL100-VEL-LINE FROM WS-SUMMARY-LINE
001679     MOVE 'ACCOUNTS MOVING MONEY     =' TO DL-SUM-LABEL
001680     MOVE WS-ACC-COUNT TO DL-SUM-COUNT
001681     WRITE DL100-VEL-LINE FROM WS-SUMMARY-LINE
001682     MOVE 'PRIOR MOVEMENTS AVERAGED  =' TO DL-SUM-LABEL
001683     MOVE WS-HIST-COUNT TO DL-SUM-COUNT
001684     WRITE DL100-VEL-LINE FROM WS-SUMMARY-LINE
001685     MOVE 'VELO HITS                 =' TO DL-SUM-LABEL
001686     MOVE WS-VELO-COUNT TO DL-SUM-COUNT
001687     WRITE DL100-VEL-LINE FROM WS-SUMMARY-LINE
001688     MOVE 'NEAR HITS                 =' TO DL-SUM-LABEL
001689     MOVE WS-NEAR-COUNT TO DL-SUM-COUNT
001690     WRITE DL100-VEL-LINE FROM WS-SUMMARY-LINE
001691     MOVE 'FANI HITS                 =' TO DL-SUM-LABEL
001692     MOVE WS-FANI-COUNT TO DL-SUM-COUNT
001693     WRITE DL100-VEL-LINE FROM WS-SUMMARY-LINE
001694     MOVE 'SPIK HITS                 =' TO DL-SUM-LABEL
001695     MOVE WS-SPIK-COUNT TO DL-SUM-COUNT
001696     WRITE DL100-VEL-LINE FROM WS-SUMMARY-LINE
001697     MOVE 'ACCOUNTS FLAGGED          =' TO DL-SUM-LABEL
001698     MOVE WS-FLAGGED-COUNT TO DL-SUM-COUNT
001699     WRITE DL100-VEL-LINE FROM WS-SUMMARY-LINE
001700     MOVE 'EXCEPTIONS RAISED         =' TO DL-SUM-LABEL
001701     MOVE WS-EXCEPTION-COUNT TO DL-SUM-COUNT
001702     WRITE DL100-VEL-LINE FROM WS-SUMMARY-LINE
001703
001704     CLOSE DL100-SAR-FILE
001705     CLOSE DL100-VEL-RPT
001706     .
001707 8000-SUMMARY-EXIT.
001708     EXIT.
001709
001710 9000-RUN-CONTROL-END.
001711*    A HIT IS THE JOB DOING ITS WORK, NOT A FAILED RUN - THE END
001712*    IS CLEAN; RETURN CODE 4 TELLS OPERATIONS THERE IS A CASE.
001713     SET DL100-RCP-FUNC-END TO TRUE
001714     MOVE 'DL100VEL' TO DL100-RCP-JOB-NAME
001715     MOVE WS-MOVEMENT-COUNT TO DL100-RCP-INPUT-COUNT
001716     MOVE WS-SAR-COUNT TO DL100-RCP-OUTPUT-COUNT
001717     MOVE 0 TO DL100-RCP-RETURN-CODE
001718
001719     CALL 'DL100RNC' USING DL100-RCP-PARMS
001720     END-CALL
001721     .
001722 9000-RUN-CONTROL-END-EXIT.
001723     EXIT.
