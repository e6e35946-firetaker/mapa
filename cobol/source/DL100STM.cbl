000001*================================================================
000002* DL100STM
000003*
000004* MONTH-END ACCOUNT STATEMENTS FROM THE DL100TDT ACTIVITY.
000005*
000006* RUNS ON THE PROCESSING DATE THE DL100CAL CALENDAR MARKS AS
000007* MONTH-END (ON ANY OTHER DATE IT SAYS SO AND PRODUCES NOTHING,
000008* LEAVING LAST MONTH'S OUTPUT IN PLACE).  THE STATEMENT PERIOD
000009* RUNS FROM THE DAY AFTER THE PREVIOUS MONTH-END ON THE CALENDAR
000010* (THE FIRST OF THE MONTH IF THERE IS NONE) THROUGH THE
000011* PROCESSING DATE.  ONE STATEMENT IS PRODUCED FOR EACH DL100ACT
000012* ACCOUNT WITH ACTIVITY IN THE PERIOD:
000013*     - THE OPENING BALANCE;
000014*     - EVERY DL100TDT MOVEMENT THAT DEBITS OR CREDITS THE
000015*       ACCOUNT - PAY1 AND XFR1 AS RECORDED BY PGMA0001, HELD
000016*       ITEMS APPROVED OR RELEASED THROUGH DL100APQ/DL100SUQ,
000017*       WAREHOUSED PAYMENTS RELEASED BY DL100WRL, AND REV1
000018*       REVERSALS - IN DATE ORDER WITH A RUNNING BALANCE;
000019*     - THE CLOSING BALANCE AND THE PERIOD'S DEBIT/CREDIT TOTALS.
000020* DL100ACT CARRIES ONLY THE CURRENT BALANCE, SO THE CLOSING
000021* BALANCE IS THE CURRENT BALANCE LESS THE NET OF ANY MOVEMENT
000022* AFTER THE PERIOD, AND THE OPENING BALANCE IS THE CLOSING
000023* BALANCE LESS THE PERIOD'S NET.
000024*
000025* TWO OUTPUTS: THE PRINT-READY DL100STM REPORT, AND THE DL100STF
000026* STATEMENT FILE FOR THE PRINT VENDOR IN THE SAME HEADER/DETAIL/
000027* TRAILER-WITH-CONTROL-TOTAL SHAPE AS DL100GLI:
000028*     H  RUN DATE AND STATEMENT PERIOD
000029*     S  START OF STATEMENT - ACCOUNT, NAME, OPENING BALANCE
000030*     D  ONE MOVEMENT WITH ITS RUNNING BALANCE
000031*     E  END OF STATEMENT - DEBIT/CREDIT TOTALS, CLOSING BALANCE
000032*     T  TRAILER - STATEMENT AND DETAIL COUNTS, DEBIT AND CREDIT
000033*        CONTROL TOTALS
000034*
000035* MAINTENANCE HISTORY
000036* DATE       INIT   DESCRIPTION
000037* ---------- ------ ----------------------------------------------
000038* 2026-10-15 JFM    INITIAL VERSION.
000039* 2026-10-15 JFM    DL100ACT IS NOW A KEYED VSAM FILE - READ IN
000040*                   KEY SEQUENCE.
000041*================================================================
000042 Identification Division.
000043 Program-ID. DL100STM.
000044 Environment Division.
000045 Input-Output Section.
000046 File-Control.
000047     SELECT DL100-CAL-FILE ASSIGN TO DL100CAL
000048         ORGANIZATION IS SEQUENTIAL.
000049     SELECT DL100-ACT-FILE ASSIGN TO DL100ACT
000050         ORGANIZATION IS INDEXED
000051         ACCESS MODE IS SEQUENTIAL
000052         RECORD KEY IS DL100-ACT-ACCOUNT-NO.
000053     SELECT DL100-TDT-FILE ASSIGN TO DL100TDT
000054         ORGANIZATION IS SEQUENTIAL.
000055     SELECT DL100-STF-FILE ASSIGN TO DL100STF
000056         ORGANIZATION IS SEQUENTIAL.
000057     SELECT DL100-STM-RPT ASSIGN TO DL100STM
000058         ORGANIZATION IS SEQUENTIAL.
000059
000060 Data Division.
000061 File Section.
000062 FD  DL100-CAL-FILE
000063     RECORDING MODE IS F.
000064     COPY DL100CAL.
000065
000066 FD  DL100-ACT-FILE.
000067     COPY DL100ACT.
000068
000069 FD  DL100-TDT-FILE
000070     RECORDING MODE IS F.
000071     COPY DL100TDT.
000072
000073 FD  DL100-STF-FILE
000074     RECORDING MODE IS F.
000075 01  DL100-STF-RECORD          PIC X(100).
000076
000077 FD  DL100-STM-RPT
000078     RECORDING MODE IS F.
000079 01  DL100-STM-LINE            PIC X(132).
000080
000081 Working-Storage Section.
000082
000083 01  CONSTANTS.
000084     05  MYNAME                PIC X(008) VALUE 'DL100STM'.
000085     05  TRAN-PAYMENT          PIC X(004) VALUE 'PAY1'.
000086     05  TRAN-TRANSFER         PIC X(004) VALUE 'XFR1'.
000087     05  TRAN-REVERSAL         PIC X(004) VALUE 'REV1'.
000088
000089 01  WS-SWITCHES.
000090     05  WS-CAL-EOF-SW         PIC X(01) VALUE 'N'.
000091         88  WS-CAL-EOF            VALUE 'Y'.
000092     05  WS-ACT-EOF-SW         PIC X(01) VALUE 'N'.
000093         88  WS-ACT-EOF            VALUE 'Y'.
000094     05  WS-TDT-EOF-SW         PIC X(01) VALUE 'N'.
000095         88  WS-TDT-EOF            VALUE 'Y'.
000096     05  WS-MONTH-END-SW       PIC X(01) VALUE 'N'.
000097         88  WS-MONTH-END          VALUE 'Y'.
000098     05  WS-TOKEN-FOUND-SW     PIC X(01) VALUE 'N'.
000099         88  WS-TOKEN-FOUND        VALUE 'Y'.
000100     05  WS-MVT-OVERFLOW-SW    PIC X(01) VALUE 'N'.
000101         88  WS-MVT-OVERFLOW       VALUE 'Y'.
000102     05  WS-TOKEN-OVERFLOW-SW  PIC X(01) VALUE 'N'.
000103         88  WS-TOKEN-OVERFLOW     VALUE 'Y'.
000104
000105 01  WS-NOW-TS                 PIC X(26).
000106 01  WS-PROC-DATE              PIC X(08).
000107 01  WS-BEST-DATE              PIC X(08).
000108 01  WS-PREV-END-DATE          PIC X(08).
000109 01  WS-PERIOD-START           PIC X(08).
000110 01  WS-DATE-N                 PIC 9(08).
000111
000112 01  WS-EFFECT-FIELDS.
000113     05  WS-EFF-DRCR           PIC X(01).
000114         88  WS-EFF-DEBIT          VALUE 'D'.
000115         88  WS-EFF-CREDIT         VALUE 'C'.
000116     05  WS-EFF-OTHER-PARTY    PIC X(20).
000117
000118 01  WS-ACCOUNT-FIELDS.
000119     05  WS-OPENING-BALANCE    PIC S9(09)V99 VALUE 0.
000120     05  WS-CLOSING-BALANCE    PIC S9(09)V99 VALUE 0.
000121     05  WS-RUNNING-BALANCE    PIC S9(09)V99 VALUE 0.
000122     05  WS-LATER-NET          PIC S9(11)V99 VALUE 0.
000123     05  WS-PERIOD-NET         PIC S9(11)V99 VALUE 0.
000124     05  WS-STMT-DEBIT-COUNT   PIC S9(08) COMP VALUE 0.
000125     05  WS-STMT-CREDIT-COUNT  PIC S9(08) COMP VALUE 0.
000126     05  WS-STMT-DEBIT-TOTAL   PIC 9(11)V99 VALUE 0.
000127     05  WS-STMT-CREDIT-TOTAL  PIC 9(11)V99 VALUE 0.
000128
000129 01  WS-ACCOUNT-COUNT          PIC S9(08) COMP VALUE 0.
000130 01  WS-STATEMENT-COUNT        PIC S9(08) COMP VALUE 0.
000131 01  WS-QUIET-COUNT            PIC S9(08) COMP VALUE 0.
000132 01  WS-DETAIL-COUNT           PIC S9(08) COMP VALUE 0.
000133 01  WS-DEBIT-TOTAL            PIC 9(11)V99 VALUE 0.
000134 01  WS-CREDIT-TOTAL           PIC 9(11)V99 VALUE 0.
000135
000136 01  WS-MVT-IDX                PIC S9(04) COMP VALUE 0.
000137 01  WS-SCAN-IDX               PIC S9(04) COMP VALUE 0.
000138 01  WS-MIN-IDX                PIC S9(04) COMP VALUE 0.
000139 01  WS-TOKEN-IDX              PIC S9(04) COMP VALUE 0.
000140
000141*    THE PERIOD'S MOVEMENTS FOR ONE ACCOUNT, SORTED INTO DATE
000142*    ORDER BEFORE THE STATEMENT IS WRITTEN.
000143 01  WS-MVT-COUNT              PIC S9(04) COMP VALUE 0.
000144 01  WS-MVT-TABLE.
000145     05  WS-MVT-ENTRY OCCURS 0 TO 500 TIMES
000146             DEPENDING ON WS-MVT-COUNT.
000147         10  WS-MVT-SORT-KEY.
000148             15  WS-MVT-PROC-DATE      PIC X(08).
000149             15  WS-MVT-TIMESTAMP      PIC X(26).
000150         10  WS-MVT-TRAN-CODE      PIC X(04).
000151         10  WS-MVT-CORR-ID        PIC X(16).
000152         10  WS-MVT-OTHER-PARTY    PIC X(20).
000153         10  WS-MVT-DRCR           PIC X(01).
000154             88  WS-MVT-DEBIT          VALUE 'D'.
000155             88  WS-MVT-CREDIT         VALUE 'C'.
000156         10  WS-MVT-AMOUNT         PIC 9(07)V99.
000157
000158 01  WS-SWAP-ENTRY.
000159     05  WS-SWAP-SORT-KEY      PIC X(34).
000160     05  WS-SWAP-TEXT          PIC X(50).
000161
000162*    TOKENS OF THE XFR1 TRANSFERS INTO THE ACCOUNT, SO A REV1 OF
000163*    ONE OF THEM IS KNOWN TO DEBIT THE ACCOUNT BACK (A REV1 OF A
000164*    PAY1 CARRIES A PAYEE NAME, NOT AN ACCOUNT, AS COUNTERPARTY).
000165 01  WS-TOKEN-COUNT            PIC S9(04) COMP VALUE 0.
000166 01  WS-TOKEN-TABLE.
000167     05  WS-TOKEN-ENTRY OCCURS 0 TO 500 TIMES
000168             DEPENDING ON WS-TOKEN-COUNT
000169                               PIC X(16).
000170
000171 01  WS-STF-HEADER.
000172     05  WS-STH-RECORD-TYPE    PIC X(01) VALUE 'H'.
000173     05  WS-STH-SYSTEM-ID      PIC X(05) VALUE 'DL100'.
000174     05  WS-STH-RUN-DATE       PIC X(08).
000175     05  WS-STH-PERIOD-START   PIC X(08).
000176     05  WS-STH-PERIOD-END     PIC X(08).
000177     05  FILLER                PIC X(70) VALUE SPACES.
000178
000179 01  WS-STF-START.
000180     05  WS-STS-RECORD-TYPE    PIC X(01) VALUE 'S'.
000181     05  WS-STS-ACCOUNT-NO     PIC X(10).
000182     05  WS-STS-SHORT-NAME     PIC X(20).
000183     05  WS-STS-PERIOD-START   PIC X(08).
000184     05  WS-STS-PERIOD-END     PIC X(08).
000185     05  WS-STS-OPENING-BAL    PIC S9(09)V99
000186                               SIGN IS LEADING SEPARATE.
000187     05  FILLER                PIC X(41) VALUE SPACES.
000188
000189 01  WS-STF-DETAIL.
000190     05  WS-STD-RECORD-TYPE    PIC X(01) VALUE 'D'.
000191     05  WS-STD-ACCOUNT-NO     PIC X(10).
000192     05  WS-STD-PROC-DATE      PIC X(08).
000193     05  WS-STD-TRAN-CODE      PIC X(04).
000194     05  WS-STD-CORR-ID        PIC X(16).
000195     05  WS-STD-DRCR           PIC X(01).
000196     05  WS-STD-AMOUNT         PIC 9(07)V99.
000197     05  WS-STD-RUNNING-BAL    PIC S9(09)V99
000198                               SIGN IS LEADING SEPARATE.
000199     05  WS-STD-OTHER-PARTY    PIC X(20).
000200     05  FILLER                PIC X(19) VALUE SPACES.
000201
000202 01  WS-STF-END.
000203     05  WS-STE-RECORD-TYPE    PIC X(01) VALUE 'E'.
000204     05  WS-STE-ACCOUNT-NO     PIC X(10).
000205     05  WS-STE-DEBIT-COUNT    PIC 9(08).
000206     05  WS-STE-DEBIT-TOTAL    PIC 9(11)V99.
000207     05  WS-STE-CREDIT-COUNT   PIC 9(08).
000208     05  WS-STE-CREDIT-TOTAL   PIC 9(11)V99.
000209     05  WS-STE-CLOSING-BAL    PIC S9(09)V99
000210                               SIGN IS LEADING SEPARATE.
000211     05  FILLER                PIC X(35) VALUE SPACES.
000212
000213 01  WS-STF-TRAILER.
000214     05  WS-STT-RECORD-TYPE    PIC X(01) VALUE 'T'.
000215     05  WS-STT-STMT-COUNT     PIC 9(08).
000216     05  WS-STT-DETAIL-COUNT   PIC 9(08).
000217     05  WS-STT-DEBIT-TOTAL    PIC 9(11)V99.
000218     05  WS-STT-CREDIT-TOTAL   PIC 9(11)V99.
000219     05  FILLER                PIC X(57) VALUE SPACES.
000220
000221 01  WS-HEADING-1.
000222     05  FILLER                PIC X(040) VALUE
000223         'DL100STM - MONTH-END ACCOUNT STATEMENTS '.
000224     05  FILLER                PIC X(007) VALUE
000225         'PERIOD '.
000226     05  DL-HDG-PERIOD-START   PIC X(08).
000227     05  FILLER                PIC X(004) VALUE ' TO '.
000228     05  DL-HDG-PERIOD-END     PIC X(08).
000229     05  FILLER                PIC X(065) VALUE SPACES.
000230 01  WS-RULE-LINE              PIC X(132) VALUE ALL '-'.
000231
000232 01  WS-STMT-HEADING.
000233     05  FILLER                PIC X(022) VALUE
000234         'STATEMENT FOR ACCOUNT '.
000235     05  DL-STMT-ACCOUNT       PIC X(10).
000236     05  FILLER                PIC X(02) VALUE SPACES.
000237     05  DL-STMT-NAME          PIC X(20).
000238     05  FILLER                PIC X(009) VALUE
000239         '  PERIOD '.
000240     05  DL-STMT-START         PIC X(08).
000241     05  FILLER                PIC X(004) VALUE ' TO '.
000242     05  DL-STMT-END           PIC X(08).
000243     05  FILLER                PIC X(049) VALUE SPACES.
000244 01  WS-HEADING-COLS.
000245     05  FILLER                PIC X(031) VALUE
000246         'DATE     CODE TOKEN            '.
000247     05  FILLER                PIC X(035) VALUE
000248         'DETAIL                             '.
000249     05  FILLER                PIC X(066) VALUE
000250         '        DEBIT        CREDIT         BALANCE'.
000251
000252 01  WS-DETAIL-LINE.
000253     05  DL-PROC-DATE          PIC X(08).
000254     05  FILLER                PIC X(01) VALUE SPACE.
000255     05  DL-TRAN-CODE          PIC X(04).
000256     05  FILLER                PIC X(01) VALUE SPACE.
000257     05  DL-CORR-ID            PIC X(16).
000258     05  FILLER                PIC X(01) VALUE SPACE.
000259     05  DL-DETAIL             PIC X(34).
000260     05  FILLER                PIC X(01) VALUE SPACE.
000261     05  DL-DEBIT              PIC ZZ,ZZZ,ZZ9.99.
000262     05  FILLER                PIC X(01) VALUE SPACE.
000263     05  DL-CREDIT             PIC ZZ,ZZZ,ZZ9.99.
000264     05  FILLER                PIC X(01) VALUE SPACE.
000265     05  DL-BALANCE            PIC -ZZZ,ZZZ,ZZ9.99.
000266     05  FILLER                PIC X(23) VALUE SPACES.
000267
000268 01  WS-BALANCE-LINE.
000269     05  DL-BAL-LABEL          PIC X(094).
000270     05  DL-BAL-AMOUNT         PIC -ZZZ,ZZZ,ZZ9.99.
000271     05  FILLER                PIC X(023) VALUE SPACES.
000272
000273 01  WS-TOTALS-LINE.
000274     05  FILLER                PIC X(066) VALUE
000275         '    PERIOD TOTALS'.
000276     05  DL-TOT-DEBIT          PIC ZZ,ZZZ,ZZ9.99.
000277     05  FILLER                PIC X(01) VALUE SPACE.
000278     05  DL-TOT-CREDIT         PIC ZZ,ZZZ,ZZ9.99.
000279     05  FILLER                PIC X(039) VALUE SPACES.
000280
000281 01  WS-OVERFLOW-LINE.
000282     05  FILLER                PIC X(046) VALUE
000283         '    MORE MOVEMENTS THAN THE STATEMENT CAN LIST'.
000284     05  FILLER                PIC X(086) VALUE
000285         ' - TOTALS AND CLOSING BALANCE INCLUDE THEM ALL'.
000286
000287 01  WS-SUMMARY-LINE.
000288     05  DL-SUM-LABEL          PIC X(028).
000289     05  DL-SUM-COUNT          PIC Z,ZZZ,ZZ9.
000290     05  FILLER                PIC X(095) VALUE SPACES.
000291 01  WS-SUMMARY-AMOUNT.
000292     05  DL-SUM-AMT-LABEL      PIC X(028).
000293     05  DL-SUM-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
000294     05  FILLER                PIC X(087) VALUE SPACES.
000295
000296     COPY DL100RCP.
000297
000298 Procedure Division.
000299 0000-MAINLINE.
000300     PERFORM 0100-RUN-CONTROL-START
000301         THRU 0100-RUN-CONTROL-START-EXIT
000302
000303     IF DL100-RCP-REFUSED
000304         DISPLAY 'DL100STM RUN REFUSED BY RUN CONTROL'
000305             ' - SEE DL100RNC MESSAGE'
000306         GOBACK
000307     END-IF
000308
000309     MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
000310     MOVE WS-NOW-TS(1:8) TO WS-PROC-DATE
000311
000312     PERFORM 0500-RESOLVE-PROC-DATE
000313         THRU 0500-RESOLVE-PROC-DATE-EXIT
000314
000315     PERFORM 0600-RESOLVE-PERIOD
000316         THRU 0600-RESOLVE-PERIOD-EXIT
000317
000318*    NOT A MONTH-END - OPENING THE OUTPUTS WOULD ONLY EMPTY LAST
000319*    MONTH'S STATEMENTS BEFORE THE VENDOR HAS THEM.
000320     IF NOT WS-MONTH-END
000321         DISPLAY 'DL100STM PROCESSING DATE ' WS-PROC-DATE
000322             ' IS NOT A MONTH-END ON DL100CAL - NO STATEMENTS'
000323     ELSE
000324         PERFORM 1000-OPEN-AND-HEADER
000325             THRU 1000-OPEN-AND-HEADER-EXIT
000326
000327         PERFORM 2000-STATEMENT-ACCOUNTS
000328             THRU 2000-STATEMENT-ACCOUNTS-EXIT
000329
000330         PERFORM 8000-TRAILER-AND-SUMMARY
000331             THRU 8000-TRAILER-AND-SUMMARY-EXIT
000332     END-IF
000333
000334     PERFORM 9000-RUN-CONTROL-END
000335         THRU 9000-RUN-CONTROL-END-EXIT
000336
000337     GOBACK
000338     .
000339
000340 0100-RUN-CONTROL-START.
000341     SET DL100-RCP-FUNC-START TO TRUE
000342     MOVE 'DL100STM' TO DL100-RCP-JOB-NAME
000343
000344     CALL 'DL100RNC' USING DL100-RCP-PARMS
000345     END-CALL
000346     .
000347 0100-RUN-CONTROL-START-EXIT.
000348     EXIT.
000349
000350 0500-RESOLVE-PROC-DATE.
000351*    SAME RULE AS DL100RNC - THE PROCESSING DATE IS THE LATEST
000352*    BUSINESS DAY ON OR BEFORE THE CLOCK DATE; AN EMPTY OR
000353*    MISSING CALENDAR FALLS BACK TO THE CLOCK DATE.
000354     MOVE SPACES TO WS-BEST-DATE
000355     MOVE 'N' TO WS-CAL-EOF-SW
000356
000357     OPEN INPUT DL100-CAL-FILE
000358
000359     PERFORM 0550-SCAN-ONE-CAL-DAY
000360         THRU 0550-SCAN-ONE-CAL-DAY-EXIT
000361         UNTIL WS-CAL-EOF
000362
000363     CLOSE DL100-CAL-FILE
000364
000365     IF WS-BEST-DATE NOT EQUAL SPACES
000366         MOVE WS-BEST-DATE TO WS-PROC-DATE
000367     END-IF
000368     .
000369 0500-RESOLVE-PROC-DATE-EXIT.
000370     EXIT.
000371
000372 0550-SCAN-ONE-CAL-DAY.
000373     READ DL100-CAL-FILE
000374         AT END
000375             MOVE 'Y' TO WS-CAL-EOF-SW
000376         NOT AT END
000377             IF DL100-CAL-BUSINESS
000378                AND DL100-CAL-DATE
000379                        NOT GREATER THAN WS-NOW-TS(1:8)
000380                AND DL100-CAL-DATE GREATER THAN WS-BEST-DATE
000381                 MOVE DL100-CAL-DATE TO WS-BEST-DATE
000382             END-IF
000383     END-READ
000384     .
000385 0550-SCAN-ONE-CAL-DAY-EXIT.
000386     EXIT.
000387
000388 0600-RESOLVE-PERIOD.
000389*    TAKES THE MONTH-END MARKER OF THE PROCESSING DATE AND THE
000390*    LATEST EARLIER MONTH-END, WHICH CLOSED THE LAST PERIOD.
000391     MOVE 'N' TO WS-MONTH-END-SW
000392     MOVE SPACES TO WS-PREV-END-DATE
000393     MOVE 'N' TO WS-CAL-EOF-SW
000394
000395     OPEN INPUT DL100-CAL-FILE
000396
000397     PERFORM 0650-CHECK-ONE-CAL-DAY
000398         THRU 0650-CHECK-ONE-CAL-DAY-EXIT
000399         UNTIL WS-CAL-EOF
000400
000401     CLOSE DL100-CAL-FILE
000402
000403     IF WS-PREV-END-DATE EQUAL SPACES
000404         MOVE WS-PROC-DATE(1:6) TO WS-PERIOD-START(1:6)
000405         MOVE '01' TO WS-PERIOD-START(7:2)
000406         MOVE WS-PROC-DATE(1:6) TO WS-PREV-END-DATE(1:6)
000407         MOVE '00' TO WS-PREV-END-DATE(7:2)
000408     ELSE
000409         MOVE WS-PREV-END-DATE TO WS-DATE-N
000410         COMPUTE WS-DATE-N = FUNCTION DATE-OF-INTEGER
000411             (FUNCTION INTEGER-OF-DATE (WS-DATE-N) + 1)
000412         MOVE WS-DATE-N TO WS-PERIOD-START
000413     END-IF
000414     .
000415 0600-RESOLVE-PERIOD-EXIT.
000416     EXIT.
000417
000418 0650-CHECK-ONE-CAL-DAY.
000419     READ DL100-CAL-FILE
000420         AT END
000421             MOVE 'Y' TO WS-CAL-EOF-SW
000422         NOT AT END
000423             IF DL100-CAL-DATE EQUAL WS-PROC-DATE
000424                AND DL100-CAL-MONTH-END
000425                 MOVE 'Y' TO WS-MONTH-END-SW
000426             END-IF
000427             IF DL100-CAL-MONTH-END
000428                AND DL100-CAL-DATE LESS THAN WS-PROC-DATE
000429                AND (WS-PREV-END-DATE EQUAL SPACES
000430                  OR DL100-CAL-DATE GREATER THAN WS-PREV-END-DATE)
000431                 MOVE DL100-CAL-DATE TO WS-PREV-END-DATE
000432             END-IF
000433     END-READ
000434     .
000435 0650-CHECK-ONE-CAL-DAY-EXIT.
000436     EXIT.
000437
000438 1000-OPEN-AND-HEADER.
000439     OPEN OUTPUT DL100-STF-FILE
000440     OPEN OUTPUT DL100-STM-RPT
000441
000442     MOVE WS-NOW-TS(1:8) TO WS-STH-RUN-DATE
000443     MOVE WS-PERIOD-START TO WS-STH-PERIOD-START
000444     MOVE WS-PROC-DATE TO WS-STH-PERIOD-END
000445     WRITE DL100-STF-RECORD FROM WS-STF-HEADER
000446
000447     MOVE WS-PERIOD-START TO DL-HDG-PERIOD-START
000448     MOVE WS-PROC-DATE TO DL-HDG-PERIOD-END
000449     WRITE DL100-STM-LINE FROM WS-HEADING-1
000450     .
000451 1000-OPEN-AND-HEADER-EXIT.
000452     EXIT.
000453
000454 2000-STATEMENT-ACCOUNTS.
000455     MOVE 'N' TO WS-ACT-EOF-SW
000456
000457     OPEN INPUT DL100-ACT-FILE
000458
000459     PERFORM 2100-STATEMENT-ONE-ACCOUNT
000460         THRU 2100-STATEMENT-ONE-ACCOUNT-EXIT
000461         UNTIL WS-ACT-EOF
000462
000463     CLOSE DL100-ACT-FILE
000464     .
000465 2000-STATEMENT-ACCOUNTS-EXIT.
000466     EXIT.
000467
000468 2100-STATEMENT-ONE-ACCOUNT.
000469     READ DL100-ACT-FILE
000470         AT END
000471             MOVE 'Y' TO WS-ACT-EOF-SW
000472         NOT AT END
000473             PERFORM 2200-STATEMENT-ACCOUNT
000474                 THRU 2200-STATEMENT-ACCOUNT-EXIT
000475     END-READ
000476     .
000477 2100-STATEMENT-ONE-ACCOUNT-EXIT.
000478     EXIT.
000479
000480 2200-STATEMENT-ACCOUNT.
000481     ADD 1 TO WS-ACCOUNT-COUNT
000482
000483     PERFORM 3000-COLLECT-ACTIVITY
000484         THRU 3000-COLLECT-ACTIVITY-EXIT
000485
000486     IF WS-STMT-DEBIT-COUNT + WS-STMT-CREDIT-COUNT EQUAL 0
000487         ADD 1 TO WS-QUIET-COUNT
000488         GO TO 2200-STATEMENT-ACCOUNT-EXIT
000489     END-IF
000490
000491     COMPUTE WS-CLOSING-BALANCE =
000492         DL100-ACT-BALANCE - WS-LATER-NET
000493     COMPUTE WS-OPENING-BALANCE =
000494         WS-CLOSING-BALANCE - WS-PERIOD-NET
000495
000496     PERFORM 4000-SORT-MOVEMENTS
000497         THRU 4000-SORT-MOVEMENTS-EXIT
000498
000499     PERFORM 5000-WRITE-STATEMENT
000500         THRU 5000-WRITE-STATEMENT-EXIT
000501     .
000502 2200-STATEMENT-ACCOUNT-EXIT.
000503     EXIT.
000504
000505 3000-COLLECT-ACTIVITY.
000506     MOVE 0 TO WS-MVT-COUNT
000507     MOVE 0 TO WS-TOKEN-COUNT
000508     MOVE 0 TO WS-LATER-NET
000509     MOVE 0 TO WS-PERIOD-NET
000510     MOVE 0 TO WS-STMT-DEBIT-COUNT
000511     MOVE 0 TO WS-STMT-CREDIT-COUNT
000512     MOVE 0 TO WS-STMT-DEBIT-TOTAL
000513     MOVE 0 TO WS-STMT-CREDIT-TOTAL
000514     MOVE 'N' TO WS-MVT-OVERFLOW-SW
000515     MOVE 'N' TO WS-TDT-EOF-SW
000516
000517     OPEN INPUT DL100-TDT-FILE
000518
000519     PERFORM 3100-CHECK-ONE-DETAIL
000520         THRU 3100-CHECK-ONE-DETAIL-EXIT
000521         UNTIL WS-TDT-EOF
000522
000523     CLOSE DL100-TDT-FILE
000524     .
000525 3000-COLLECT-ACTIVITY-EXIT.
000526     EXIT.
000527
000528 3100-CHECK-ONE-DETAIL.
000529     READ DL100-TDT-FILE
000530         AT END
000531             MOVE 'Y' TO WS-TDT-EOF-SW
000532         NOT AT END
000533             PERFORM 3150-APPLY-ONE-DETAIL
000534                 THRU 3150-APPLY-ONE-DETAIL-EXIT
000535     END-READ
000536     .
000537 3100-CHECK-ONE-DETAIL-EXIT.
000538     EXIT.
000539
000540 3150-APPLY-ONE-DETAIL.
000541*    PAY1 AND XFR1 DEBIT THE ACCOUNT THEY WERE KEYED FOR; AN XFR1
000542*    ALSO CREDITS ITS TO-ACCOUNT.  A REV1 RUNS THE OTHER WAY.
000543     EVALUATE DL100-TDT-TRAN-CODE
000544         WHEN TRAN-PAYMENT
000545             IF DL100-TDT-ACCOUNT-NO EQUAL DL100-ACT-ACCOUNT-NO
000546                 SET WS-EFF-DEBIT TO TRUE
000547                 MOVE DL100-TDT-COUNTERPARTY TO WS-EFF-OTHER-PARTY
000548                 PERFORM 3400-ADD-MOVEMENT
000549                     THRU 3400-ADD-MOVEMENT-EXIT
000550             END-IF
000551         WHEN TRAN-TRANSFER
000552             IF DL100-TDT-ACCOUNT-NO EQUAL DL100-ACT-ACCOUNT-NO
000553                 SET WS-EFF-DEBIT TO TRUE
000554                 MOVE DL100-TDT-COUNTERPARTY TO WS-EFF-OTHER-PARTY
000555                 PERFORM 3400-ADD-MOVEMENT
000556                     THRU 3400-ADD-MOVEMENT-EXIT
000557             END-IF
000558             IF DL100-TDT-COUNTERPARTY(1:10)
000559                     EQUAL DL100-ACT-ACCOUNT-NO
000560                 PERFORM 3200-NOTE-TRANSFER-IN
000561                     THRU 3200-NOTE-TRANSFER-IN-EXIT
000562                 SET WS-EFF-CREDIT TO TRUE
000563                 MOVE DL100-TDT-ACCOUNT-NO TO WS-EFF-OTHER-PARTY
000564                 PERFORM 3400-ADD-MOVEMENT
000565                     THRU 3400-ADD-MOVEMENT-EXIT
000566             END-IF
000567         WHEN TRAN-REVERSAL
000568             IF DL100-TDT-ACCOUNT-NO EQUAL DL100-ACT-ACCOUNT-NO
000569                 SET WS-EFF-CREDIT TO TRUE
000570                 MOVE DL100-TDT-COUNTERPARTY TO WS-EFF-OTHER-PARTY
000571                 PERFORM 3400-ADD-MOVEMENT
000572                     THRU 3400-ADD-MOVEMENT-EXIT
000573             END-IF
000574             IF DL100-TDT-COUNTERPARTY(1:10)
000575                     EQUAL DL100-ACT-ACCOUNT-NO
000576                 PERFORM 3300-FIND-TRANSFER-IN
000577                     THRU 3300-FIND-TRANSFER-IN-EXIT
000578                 IF WS-TOKEN-FOUND
000579                     SET WS-EFF-DEBIT TO TRUE
000580                     MOVE DL100-TDT-ACCOUNT-NO
000581                         TO WS-EFF-OTHER-PARTY
000582                     PERFORM 3400-ADD-MOVEMENT
000583                         THRU 3400-ADD-MOVEMENT-EXIT
000584                 END-IF
000585             END-IF
000586         WHEN OTHER
000587             CONTINUE
000588     END-EVALUATE
000589     .
000590 3150-APPLY-ONE-DETAIL-EXIT.
000591     EXIT.
000592
000593 3200-NOTE-TRANSFER-IN.
000594     IF WS-TOKEN-COUNT NOT LESS THAN 500
000595         IF NOT WS-TOKEN-OVERFLOW
000596             MOVE 'Y' TO WS-TOKEN-OVERFLOW-SW
000597             DISPLAY 'DL100STM TRANSFER-IN TOKEN TABLE FULL - A'
000598                 ' REV1 OF A LATER TRANSFER IS NOT SHOWN AS A'
000599                 ' DEBIT TO THE RECEIVING ACCOUNT'
000600         END-IF
000601         GO TO 3200-NOTE-TRANSFER-IN-EXIT
000602     END-IF
000603
000604     ADD 1 TO WS-TOKEN-COUNT
000605     MOVE DL100-TDT-CORR-ID TO WS-TOKEN-ENTRY (WS-TOKEN-COUNT)
000606     .
000607 3200-NOTE-TRANSFER-IN-EXIT.
000608     EXIT.
000609
000610 3300-FIND-TRANSFER-IN.
000611     MOVE 'N' TO WS-TOKEN-FOUND-SW
000612
000613     PERFORM 3350-MATCH-ONE-TOKEN
000614         THRU 3350-MATCH-ONE-TOKEN-EXIT
000615         VARYING WS-TOKEN-IDX FROM 1 BY 1
000616         UNTIL WS-TOKEN-IDX > WS-TOKEN-COUNT
000617            OR WS-TOKEN-FOUND
000618     .
000619 3300-FIND-TRANSFER-IN-EXIT.
000620     EXIT.
000621
000622 3350-MATCH-ONE-TOKEN.
000623     IF WS-TOKEN-ENTRY (WS-TOKEN-IDX)
000624             EQUAL DL100-TDT-ORIG-CORR-ID
000625         MOVE 'Y' TO WS-TOKEN-FOUND-SW
000626     END-IF
000627     .
000628 3350-MATCH-ONE-TOKEN-EXIT.
000629     EXIT.
000630
000631 3400-ADD-MOVEMENT.
000632*    BEFORE THE PERIOD - ALREADY ON AN EARLIER STATEMENT.
000633     IF DL100-TDT-PROC-DATE NOT GREATER THAN WS-PREV-END-DATE
000634         GO TO 3400-ADD-MOVEMENT-EXIT
000635     END-IF
000636
000637*    AFTER THE PERIOD - ONLY BACKS THE CURRENT BALANCE OUT TO THE
000638*    CLOSING BALANCE.
000639     IF DL100-TDT-PROC-DATE GREATER THAN WS-PROC-DATE
000640         IF WS-EFF-DEBIT
000641             SUBTRACT DL100-TDT-AMOUNT FROM WS-LATER-NET
000642         ELSE
000643             ADD DL100-TDT-AMOUNT TO WS-LATER-NET
000644         END-IF
000645         GO TO 3400-ADD-MOVEMENT-EXIT
000646     END-IF
000647
000648     IF WS-EFF-DEBIT
000649         SUBTRACT DL100-TDT-AMOUNT FROM WS-PERIOD-NET
000650         ADD 1 TO WS-STMT-DEBIT-COUNT
000651         ADD DL100-TDT-AMOUNT TO WS-STMT-DEBIT-TOTAL
000652     ELSE
000653         ADD DL100-TDT-AMOUNT TO WS-PERIOD-NET
000654         ADD 1 TO WS-STMT-CREDIT-COUNT
000655         ADD DL100-TDT-AMOUNT TO WS-STMT-CREDIT-TOTAL
000656     END-IF
000657
000658     IF WS-MVT-COUNT NOT LESS THAN 500
000659         IF NOT WS-MVT-OVERFLOW
000660             MOVE 'Y' TO WS-MVT-OVERFLOW-SW
000661             DISPLAY 'DL100STM MOVEMENT TABLE FULL FOR ACCOUNT '
000662                 DL100-ACT-ACCOUNT-NO ' - FURTHER MOVEMENTS NOT'
000663                 ' LISTED, TOTALS UNAFFECTED'
000664         END-IF
000665         GO TO 3400-ADD-MOVEMENT-EXIT
000666     END-IF
000667
000668     ADD 1 TO WS-MVT-COUNT
000669     MOVE DL100-TDT-PROC-DATE TO WS-MVT-PROC-DATE (WS-MVT-COUNT)
000670     MOVE DL100-TDT-TIMESTAMP TO WS-MVT-TIMESTAMP (WS-MVT-COUNT)
000671     MOVE DL100-TDT-TRAN-CODE TO WS-MVT-TRAN-CODE (WS-MVT-COUNT)
000672     MOVE DL100-TDT-CORR-ID TO WS-MVT-CORR-ID (WS-MVT-COUNT)
000673     MOVE WS-EFF-OTHER-PARTY TO WS-MVT-OTHER-PARTY (WS-MVT-COUNT)
000674     MOVE WS-EFF-DRCR TO WS-MVT-DRCR (WS-MVT-COUNT)
000675     MOVE DL100-TDT-AMOUNT TO WS-MVT-AMOUNT (WS-MVT-COUNT)
000676     .
000677 3400-ADD-MOVEMENT-EXIT.
000678     EXIT.
000679
000680 4000-SORT-MOVEMENTS.
000681     PERFORM 4100-PLACE-ONE-MOVEMENT
000682         THRU 4100-PLACE-ONE-MOVEMENT-EXIT
000683         VARYING WS-MVT-IDX FROM 1 BY 1
000684         UNTIL WS-MVT-IDX NOT LESS THAN WS-MVT-COUNT
000685     .
000686 4000-SORT-MOVEMENTS-EXIT.
000687     EXIT.
000688
000689 4100-PLACE-ONE-MOVEMENT.
000690     MOVE WS-MVT-IDX TO WS-MIN-IDX
000691
000692     COMPUTE WS-SCAN-IDX = WS-MVT-IDX + 1
000693     PERFORM 4200-FIND-EARLIEST
000694         THRU 4200-FIND-EARLIEST-EXIT
000695         VARYING WS-SCAN-IDX FROM WS-SCAN-IDX BY 1
000696         UNTIL WS-SCAN-IDX > WS-MVT-COUNT
000697
000698     IF WS-MIN-IDX NOT EQUAL WS-MVT-IDX
000699         MOVE WS-MVT-ENTRY (WS-MVT-IDX) TO WS-SWAP-ENTRY
000700         MOVE WS-MVT-ENTRY (WS-MIN-IDX)
000701             TO WS-MVT-ENTRY (WS-MVT-IDX)
000702         MOVE WS-SWAP-ENTRY TO WS-MVT-ENTRY (WS-MIN-IDX)
000703     END-IF
000704     .
000705 4100-PLACE-ONE-MOVEMENT-EXIT.
000706     EXIT.
000707
000708 4200-FIND-EARLIEST.
000709     IF WS-MVT-SORT-KEY (WS-SCAN-IDX)
000710             LESS THAN WS-MVT-SORT-KEY (WS-MIN-IDX)
000711         MOVE WS-SCAN-IDX TO WS-MIN-IDX
000712     END-IF
000713     .
000714 4200-FIND-EARLIEST-EXIT.
000715     EXIT.
000716
000717 5000-WRITE-STATEMENT.
000718     ADD 1 TO WS-STATEMENT-COUNT
000719
000720     MOVE DL100-ACT-ACCOUNT-NO TO WS-STS-ACCOUNT-NO
000721     MOVE DL100-ACT-SHORT-NAME TO WS-STS-SHORT-NAME
000722     MOVE WS-PERIOD-START TO WS-STS-PERIOD-START
000723     MOVE WS-PROC-DATE TO WS-STS-PERIOD-END
000724     MOVE WS-OPENING-BALANCE TO WS-STS-OPENING-BAL
000725     WRITE DL100-STF-RECORD FROM WS-STF-START
000726
000727     MOVE SPACES TO DL100-STM-LINE
000728     WRITE DL100-STM-LINE
000729     WRITE DL100-STM-LINE FROM WS-RULE-LINE
000730     MOVE DL100-ACT-ACCOUNT-NO TO DL-STMT-ACCOUNT
000731     MOVE DL100-ACT-SHORT-NAME TO DL-STMT-NAME
000732     MOVE WS-PERIOD-START TO DL-STMT-START
000733     MOVE WS-PROC-DATE TO DL-STMT-END
000734     WRITE DL100-STM-LINE FROM WS-STMT-HEADING
000735     MOVE SPACES TO DL100-STM-LINE
000736     WRITE DL100-STM-LINE
000737     WRITE DL100-STM-LINE FROM WS-HEADING-COLS
000738
000739     MOVE '    OPENING BALANCE' TO DL-BAL-LABEL
000740     MOVE WS-OPENING-BALANCE TO DL-BAL-AMOUNT
000741     WRITE DL100-STM-LINE FROM WS-BALANCE-LINE
000742
000743     MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE
000744
000745     PERFORM 5100-WRITE-ONE-MOVEMENT
000746         THRU 5100-WRITE-ONE-MOVEMENT-EXIT
000747         VARYING WS-MVT-IDX FROM 1 BY 1
000748         UNTIL WS-MVT-IDX > WS-MVT-COUNT
000749
000750     IF WS-MVT-OVERFLOW
000751         WRITE DL100-STM-LINE FROM WS-OVERFLOW-LINE
000752     END-IF
000753
000754     MOVE WS-STMT-DEBIT-TOTAL TO DL-TOT-DEBIT
000755     MOVE WS-STMT-CREDIT-TOTAL TO DL-TOT-CREDIT
000756     WRITE DL100-STM-LINE FROM WS-TOTALS-LINE
000757
000758     MOVE '    CLOSING BALANCE' TO DL-BAL-LABEL
000759     MOVE WS-CLOSING-BALANCE TO DL-BAL-AMOUNT
000760     WRITE DL100-STM-LINE FROM WS-BALANCE-LINE
000761
000762     MOVE DL100-ACT-ACCOUNT-NO TO WS-STE-ACCOUNT-NO
000763     MOVE WS-STMT-DEBIT-COUNT TO WS-STE-DEBIT-COUNT
000764     MOVE WS-STMT-DEBIT-TOTAL TO WS-STE-DEBIT-TOTAL
000765     MOVE WS-STMT-CREDIT-COUNT TO WS-STE-CREDIT-COUNT
000766     MOVE WS-STMT-CREDIT-TOTAL TO WS-STE-CREDIT-TOTAL
000767     MOVE WS-CLOSING-BALANCE TO WS-STE-CLOSING-BAL
000768     WRITE DL100-STF-RECORD FROM WS-STF-END
000769
000770     ADD WS-STMT-DEBIT-TOTAL TO WS-DEBIT-TOTAL
000771     ADD WS-STMT-CREDIT-TOTAL TO WS-CREDIT-TOTAL
000772     .
000773 5000-WRITE-STATEMENT-EXIT.
000774     EXIT.
000775
000776 5100-WRITE-ONE-MOVEMENT.
000777     MOVE SPACES TO WS-DETAIL-LINE
000778     MOVE WS-MVT-PROC-DATE (WS-MVT-IDX) TO DL-PROC-DATE
000779     MOVE WS-MVT-TRAN-CODE (WS-MVT-IDX) TO DL-TRAN-CODE
000780     MOVE WS-MVT-CORR-ID (WS-MVT-IDX) TO DL-CORR-ID
000781
000782     EVALUATE TRUE
000783         WHEN WS-MVT-TRAN-CODE (WS-MVT-IDX) EQUAL TRAN-REVERSAL
000784             STRING 'REVERSAL - ' DELIMITED BY SIZE
000785                 WS-MVT-OTHER-PARTY (WS-MVT-IDX) DELIMITED BY SIZE
000786                 INTO DL-DETAIL
000787         WHEN WS-MVT-TRAN-CODE (WS-MVT-IDX) EQUAL TRAN-PAYMENT
000788             STRING 'PAYMENT TO ' DELIMITED BY SIZE
000789                 WS-MVT-OTHER-PARTY (WS-MVT-IDX) DELIMITED BY SIZE
000790                 INTO DL-DETAIL
000791         WHEN WS-MVT-DEBIT (WS-MVT-IDX)
000792             STRING 'TRANSFER TO ' DELIMITED BY SIZE
000793                 WS-MVT-OTHER-PARTY (WS-MVT-IDX) DELIMITED BY SIZE
000794                 INTO DL-DETAIL
000795         WHEN OTHER
000796             STRING 'TRANSFER FROM ' DELIMITED BY SIZE
000797                 WS-MVT-OTHER-PARTY (WS-MVT-IDX) DELIMITED BY SIZE
000798                 INTO DL-DETAIL
000799     END-EVALUATE
000800
000801     IF WS-MVT-DEBIT (WS-MVT-IDX)
000802         SUBTRACT WS-MVT-AMOUNT (WS-MVT-IDX)
000803             FROM WS-RUNNING-BALANCE
000804         MOVE WS-MVT-AMOUNT (WS-MVT-IDX) TO DL-DEBIT
000805     ELSE
000806         ADD WS-MVT-AMOUNT (WS-MVT-IDX) TO WS-RUNNING-BALANCE
000807         MOVE WS-MVT-AMOUNT (WS-MVT-IDX) TO DL-CREDIT
000808     END-IF
000809     MOVE WS-RUNNING-BALANCE TO DL-BALANCE
000810     WRITE DL100-STM-LINE FROM WS-DETAIL-LINE
000811
000812     MOVE DL100-ACT-ACCOUNT-NO TO WS-STD-ACCOUNT-NO
000813     MOVE WS-MVT-PROC-DATE (WS-MVT-IDX) TO WS-STD-PROC-DATE
000814     MOVE WS-MVT-TRAN-CODE (WS-MVT-IDX) TO WS-STD-TRAN-CODE
000815     MOVE WS-MVT-CORR-ID (WS-MVT-IDX) TO WS-STD-CORR-ID
000816     MOVE WS-MVT-DRCR (WS-MVT-IDX) TO WS-STD-DRCR
000817     MOVE WS-MVT-AMOUNT (WS-MVT-IDX) TO WS-STD-AMOUNT
000818     MOVE WS-RUNNING-BALANCE TO WS-STD-RUNNING-BAL
000819     MOVE WS-MVT-OTHER-PARTY (WS-MVT-IDX) TO WS-STD-OTHER-PARTY
000820     WRITE DL100-STF-RECORD FROM WS-STF-DETAIL
000821
000822     ADD 1 TO WS-DETAIL-COUNT
000823     .
000824 5100-WRITE-ONE-MOVEMENT-EXIT.
000825     EXIT.
000826
000827 8000-TRAILER-AND-SUMMARY.
000828     MOVE WS-STATEMENT-COUNT TO WS-STT-STMT-COUNT
000829     MOVE WS-DETAIL-COUNT TO WS-STT-DETAIL-COUNT
000830     MOVE WS-DEBIT-TOTAL TO WS-STT-DEBIT-TOTAL
000831     MOVE WS-CREDIT-TOTAL TO WS-STT-CREDIT-TOTAL
000832     WRITE DL100-STF-RECORD FROM WS-STF-TRAILER
000833
000834     CLOSE DL100-STF-FILE
000835
000836     MOVE SPACES TO DL100-STM-LINE
000837     WRITE DL100-STM-LINE
000838     WRITE DL100-STM-LINE FROM WS-RULE-LINE
000839
000840     MOVE 'ACCOUNTS READ             =' TO DL-SUM-LABEL
000841     MOVE WS-ACCOUNT-COUNT TO DL-SUM-COUNT
000842     WRITE DL100-STM-LINE FROM WS-SUMMARY-LINE
000843     MOVE 'STATEMENTS PRODUCED       =' TO DL-SUM-LABEL
000844     MOVE WS-STATEMENT-COUNT TO DL-SUM-COUNT
000845     WRITE DL100-STM-LINE FROM WS-SUMMARY-LINE
000846     MOVE 'NO ACTIVITY - NO STATEMENT=' TO DL-SUM-LABEL
000847     MOVE WS-QUIET-COUNT TO DL-SUM-COUNT
000848     WRITE DL100-STM-LINE FROM WS-SUMMARY-LINE
000849     MOVE 'MOVEMENTS LISTED          =' TO DL-SUM-LABEL
000850     MOVE WS-DETAIL-COUNT TO DL-SUM-COUNT
000851     WRITE DL100-STM-LINE FROM WS-SUMMARY-LINE
000852     MOVE 'TRAILER DEBIT TOTAL       =' TO DL-SUM-AMT-LABEL
000853     MOVE WS-DEBIT-TOTAL TO DL-SUM-AMOUNT
000854     WRITE DL100-STM-LINE FROM WS-SUMMARY-AMOUNT
000855     MOVE 'TRAILER CREDIT TOTAL      =' TO DL-SUM-AMT-LABEL
000856     MOVE WS-CREDIT-TOTAL TO DL-SUM-AMOUNT
000857     WRITE DL100-STM-LINE FROM WS-SUMMARY-AMOUNT
000858
000859     CLOSE DL100-STM-RPT
000860     .
000861 8000-TRAILER-AND-SUMMARY-EXIT.
000862     EXIT.
000863
000864 9000-RUN-CONTROL-END.
000865     SET DL100-RCP-FUNC-END TO TRUE
000866     MOVE 'DL100STM' TO DL100-RCP-JOB-NAME
000867     MOVE WS-ACCOUNT-COUNT TO DL100-RCP-INPUT-COUNT
000868     MOVE WS-STATEMENT-COUNT TO DL100-RCP-OUTPUT-COUNT
000869     MOVE 0 TO DL100-RCP-RETURN-CODE
000870
000871     CALL 'DL100RNC' USING DL100-RCP-PARMS
000872     END-CALL
000873     .
000874 9000-RUN-CONTROL-END-EXIT.
000875     EXIT.
