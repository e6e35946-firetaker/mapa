000001*================================================================
000002* DL100ACM
000003*
000004* ONLINE MAINTENANCE CONSOLE FOR THE DL100ACT ACCOUNT MASTER.
000005*
000006* THE ACCOUNT MASTER DL100VAL AND PGMA0001 TRUST WAS MAINTAINED
000007* BY HAND-EDITING THE FLAT FILE - OPENING, CLOSING, OR FREEZING
000008* AN ACCOUNT AFTER A FRAUD CALL ALL MEANT AN EDITOR SESSION AND NO
000009* RECORD OF WHO DID IT.  THE FIRST TASK (EIBCALEN ZERO) LISTS THE
000010* ACCOUNTS WITH THEIR STATUS, NAME, AND BALANCE; THE OPERATOR
000011* THEN KEYS
000012*     Aaaaaaaaaaa nnnn...  - ADD ACCOUNT AAAAAAAAAA, OPEN, WITH
000013*                            SHORT NAME NNNN... AND A ZERO BALANCE
000014*     Oaaaaaaaaaa          - SET ACCOUNT AAAAAAAAAA OPEN
000015*                            (REOPEN OR UNFREEZE)
000016*     Caaaaaaaaaa          - CLOSE ACCOUNT AAAAAAAAAA - REFUSED
000017*                            WHILE THE BALANCE IS NOT ZERO
000018*     Faaaaaaaaaa          - FREEZE ACCOUNT AAAAAAAAAA
000019*     Naaaaaaaaaa nnnn...  - AMEND THE SHORT NAME TO NNNN...
000020* AND THE NEXT TASK EDITS AND APPLIES IT.  EVERY APPLIED CHANGE
000021* IS LOGGED TO DL100ACH WITH THE BEFORE AND AFTER STATUS AND
000022* NAME, USER, TERMINAL, AND TIMESTAMP, THE SAME WAY DL100DSM LOGS
000023* DISPATCH-TABLE CHANGES TO DL100DSC.  THE SCREEN NEVER ALTERS A
000024* BALANCE - ONLY RECORDED MOVEMENTS DO.
000025*
000026* PSEUDO-CONVERSATIONAL IN THE SAME SHAPE AS DL100DSM.
000027*
000028* MAINTENANCE HISTORY
000029* DATE       INIT   DESCRIPTION
000030* ---------- ------ ----------------------------------------------
000031* 2026-10-15 JFM    INITIAL VERSION.
000032* 2026-10-15 JFM    DL100ACT IS NOW A KEYED VSAM FILE - THE
000033*                   EXISTENCE CHECK AND THE UPDATE READ THE
000034*                   ACCOUNT BY KEY, A NEW ACCOUNT IS WRITTEN BY
000035*                   KEY, AND THE BROWSE LISTS IN ACCOUNT-NUMBER
000036*                   ORDER.
000037*================================================================
000038 Identification Division.
000039 Program-ID. DL100ACM.
000040 Environment Division.
000041 Input-Output Section.
000042 File-Control.
000043     SELECT DL100-ACT-FILE ASSIGN TO DL100ACT
000044         ORGANIZATION IS INDEXED
000045         ACCESS MODE IS DYNAMIC
000046         RECORD KEY IS DL100-ACT-ACCOUNT-NO.
000047     SELECT DL100-ACH-FILE ASSIGN TO DL100ACH
000048         ORGANIZATION IS SEQUENTIAL.
000049
000050 Data Division.
000051 File Section.
000052 FD  DL100-ACT-FILE.
000053     COPY DL100ACT.
000054
000055 FD  DL100-ACH-FILE
000056     RECORDING MODE IS F.
000057     COPY DL100ACH.
000058
000059 Working-Storage Section.
000060
000061 01  CONSTANTS.
000062     05  MYNAME                PIC X(008) VALUE 'DL100ACM'.
000063     05  MY-TRANSID            PIC X(004) VALUE 'DACM'.
000064
000065 01  WS-SWITCHES.
000066     05  WS-EOF-SW             PIC X(01) VALUE 'N'.
000067         88  WS-EOF                VALUE 'Y'.
000068     05  WS-APPLIED-SW         PIC X(01) VALUE 'N'.
000069         88  WS-APPLIED            VALUE 'Y'.
000070     05  WS-ACCT-FOUND-SW      PIC X(01) VALUE 'N'.
000071         88  WS-ACCT-FOUND         VALUE 'Y'.
000072     05  WS-ACCT-EXISTS-SW     PIC X(01) VALUE 'N'.
000073         88  WS-ACCT-EXISTS        VALUE 'Y'.
000074     05  WS-REFUSED-SW         PIC X(01) VALUE 'N'.
000075         88  WS-REFUSED            VALUE 'Y'.
000076     05  WS-NO-CHANGE-SW       PIC X(01) VALUE 'N'.
000077         88  WS-NO-CHANGE          VALUE 'Y'.
000078
000079 01  WS-LINE-NO                PIC S9(04) COMP VALUE 0.
000080 01  WS-UPDATE-TS              PIC X(26).
000081
000082 01  WS-COMMAND                PIC X(01).
000083 01  WS-ACCOUNT-NO             PIC X(10).
000084 01  WS-SHORT-NAME             PIC X(20).
000085 01  WS-ACTION                 PIC X(08).
000086
000087 01  WS-BEFORE-AFTER.
000088     05  WS-BEFORE-STATUS      PIC X(01).
000089     05  WS-AFTER-STATUS       PIC X(01).
000090     05  WS-BEFORE-NAME        PIC X(20).
000091     05  WS-AFTER-NAME         PIC X(20).
000092     05  WS-CHANGE-BALANCE     PIC S9(09)V99.
000093
000094 01  WS-RECEIVE-AREA           PIC X(035).
000095 01  WS-RECEIVE-LEN            PIC S9(04) COMP VALUE 35.
000096
000097 01  WS-RESP-AREA.
000098     05  WS-RESP               PIC S9(08) COMP.
000099     05  WS-RESP2              PIC S9(08) COMP.
000100
000101 01  WS-BROWSE-BLOCK.
000102     05  WS-BROWSE-LINE OCCURS 12 TIMES INDEXED BY WS-LINE-IDX
000103             PIC X(079).
000104
000105 01  WS-DETAIL-LINE.
000106     05  DL-ACCOUNT-NO         PIC X(10).
000107     05  FILLER                PIC X(01) VALUE SPACE.
000108     05  DL-STATUS             PIC X(06).
000109     05  FILLER                PIC X(01) VALUE SPACE.
000110     05  DL-SHORT-NAME         PIC X(20).
000111     05  FILLER                PIC X(01) VALUE SPACE.
000112     05  DL-BALANCE            PIC -ZZZ,ZZZ,ZZ9.99.
000113     05  FILLER                PIC X(25) VALUE SPACES.
000114
000115 01  WS-PROMPT-LINE            PIC X(079) VALUE
000116     'KEY Aacct NAME, Oacct, Cacct, Facct, OR Nacct NAME'.
000117 01  WS-EMPTY-MSG              PIC X(079) VALUE
000118     'ACCOUNT MASTER IS EMPTY - KEY Aacct NAME TO ADD AN ACCOUNT'.
000119 01  WS-BAD-INPUT-MSG          PIC X(079) VALUE
000120     'COMMAND NOT RECOGNIZED - KEY A/O/C/F/N PLUS AN ACCOUNT'.
000121 01  WS-BAD-NAME-MSG           PIC X(079) VALUE
000122     'ADD AND RENAME NEED A SHORT NAME - NOTHING CHANGED'.
000123 01  WS-DUPLICATE-MSG          PIC X(079) VALUE
000124     'ACCOUNT IS ALREADY ON THE ACCOUNT MASTER - NOT ADDED'.
000125 01  WS-NOT-FOUND-MSG          PIC X(079) VALUE
000126     'ACCOUNT NOT ON THE ACCOUNT MASTER - NOTHING CHANGED'.
000127 01  WS-NON-ZERO-MSG           PIC X(079) VALUE
000128     'ACCOUNT BALANCE IS NOT ZERO - ACCOUNT NOT CLOSED'.
000129 01  WS-NO-CHANGE-MSG          PIC X(079) VALUE
000130     'ACCOUNT ALREADY HAS THAT STATUS OR NAME - NOTHING CHANGED'.
000131 01  WS-APPLIED-MSG            PIC X(079) VALUE
000132     'ACCOUNT MASTER UPDATED AND CHANGE LOGGED'.
000133 01  WS-RESULT-MSG             PIC X(079).
000134
000135 01  WS-PROMPTED-STATE         PIC X(001) VALUE 'P'.
000136
000137 Linkage Section.
000138
000139 01  DFHCOMMAREA               PIC X(001).
000140
000141 Procedure Division.
000142 0000-MAINLINE.
000143     IF EIBCALEN EQUAL 0
000144         PERFORM 1000-BROWSE-MASTER
000145             THRU 1000-BROWSE-MASTER-EXIT
000146
000147         EXEC CICS
000148              RETURN
000149              TRANSID(MY-TRANSID)
000150              FROM(WS-PROMPTED-STATE)
000151              LENGTH(LENGTH OF WS-PROMPTED-STATE)
000152         END-EXEC
000153     ELSE
000154         PERFORM 2000-RECEIVE-COMMAND
000155             THRU 2000-RECEIVE-COMMAND-EXIT
000156
000157         PERFORM 3000-APPLY-COMMAND
000158             THRU 3000-APPLY-COMMAND-EXIT
000159
000160         EXEC CICS
000161              SEND TEXT
000162              FROM(WS-RESULT-MSG)
000163              LENGTH(LENGTH OF WS-RESULT-MSG)
000164              ERASE
000165         END-EXEC
000166
000167         EXEC CICS
000168              RETURN
000169              TRANSID(MY-TRANSID)
000170         END-EXEC
000171     END-IF
000172
000173     GOBACK
000174     .
000175
000176 1000-BROWSE-MASTER.
000177     PERFORM 1050-CLEAR-ONE-LINE
000178         THRU 1050-CLEAR-ONE-LINE-EXIT
000179         VARYING WS-LINE-IDX FROM 1 BY 1
000180         UNTIL WS-LINE-IDX > 12
000181
000182     MOVE 0 TO WS-LINE-NO
000183     MOVE 'N' TO WS-EOF-SW
000184
000185     OPEN INPUT DL100-ACT-FILE
000186
000187     PERFORM 1100-LIST-ONE-ACCOUNT
000188         THRU 1100-LIST-ONE-ACCOUNT-EXIT
000189         UNTIL WS-EOF
000190            OR WS-LINE-NO > 10
000191
000192     CLOSE DL100-ACT-FILE
000193
000194     IF WS-LINE-NO EQUAL 0
000195         MOVE WS-EMPTY-MSG TO WS-BROWSE-LINE (1)
000196     ELSE
000197         ADD 1 TO WS-LINE-NO
000198         SET WS-LINE-IDX TO WS-LINE-NO
000199         MOVE WS-PROMPT-LINE TO WS-BROWSE-LINE (WS-LINE-IDX)
000200     END-IF
000201
000202     EXEC CICS
000203          SEND TEXT
000204          FROM(WS-BROWSE-BLOCK)
000205          LENGTH(LENGTH OF WS-BROWSE-BLOCK)
000206          ERASE
000207     END-EXEC
000208     .
000209 1000-BROWSE-MASTER-EXIT.
000210     EXIT.
000211
000212 1050-CLEAR-ONE-LINE.
000213     MOVE SPACES TO WS-BROWSE-LINE (WS-LINE-IDX)
000214     .
000215 1050-CLEAR-ONE-LINE-EXIT.
000216     EXIT.
000217
000218 1100-LIST-ONE-ACCOUNT.
000219     READ DL100-ACT-FILE NEXT RECORD
000220         AT END
000221             MOVE 'Y' TO WS-EOF-SW
000222         NOT AT END
000223             ADD 1 TO WS-LINE-NO
000224             SET WS-LINE-IDX TO WS-LINE-NO
000225             MOVE SPACES TO WS-DETAIL-LINE
000226             MOVE DL100-ACT-ACCOUNT-NO TO DL-ACCOUNT-NO
000227             EVALUATE TRUE
000228                 WHEN DL100-ACT-OPEN
000229                     MOVE 'OPEN' TO DL-STATUS
000230                 WHEN DL100-ACT-CLOSED
000231                     MOVE 'CLOSED' TO DL-STATUS
000232                 WHEN DL100-ACT-FROZEN
000233                     MOVE 'FROZEN' TO DL-STATUS
000234                 WHEN OTHER
000235                     MOVE '?' TO DL-STATUS
000236             END-EVALUATE
000237             MOVE DL100-ACT-SHORT-NAME TO DL-SHORT-NAME
000238             MOVE DL100-ACT-BALANCE TO DL-BALANCE
000239             MOVE WS-DETAIL-LINE
000240                 TO WS-BROWSE-LINE (WS-LINE-IDX)
000241     END-READ
000242     .
000243 1100-LIST-ONE-ACCOUNT-EXIT.
000244     EXIT.
000245
000246 2000-RECEIVE-COMMAND.
000247     MOVE SPACES TO WS-RECEIVE-AREA
000248     MOVE 35 TO WS-RECEIVE-LEN
000249
000250     EXEC CICS
000251          RECEIVE
000252          INTO(WS-RECEIVE-AREA)
000253          LENGTH(WS-RECEIVE-LEN)
000254          RESP(WS-RESP)
000255          RESP2(WS-RESP2)
000256     END-EXEC
000257
000258     MOVE SPACES TO WS-COMMAND
000259     MOVE SPACES TO WS-ACCOUNT-NO
000260     MOVE SPACES TO WS-SHORT-NAME
000261
000262     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
000263         GO TO 2000-RECEIVE-COMMAND-EXIT
000264     END-IF
000265
000266     MOVE WS-RECEIVE-AREA(1:1) TO WS-COMMAND
000267     MOVE WS-RECEIVE-AREA(2:10) TO WS-ACCOUNT-NO
000268     MOVE WS-RECEIVE-AREA(13:20) TO WS-SHORT-NAME
000269     .
000270 2000-RECEIVE-COMMAND-EXIT.
000271     EXIT.
000272
000273 3000-APPLY-COMMAND.
000274     MOVE WS-BAD-INPUT-MSG TO WS-RESULT-MSG
000275
000276     IF WS-ACCOUNT-NO EQUAL SPACES
000277         GO TO 3000-APPLY-COMMAND-EXIT
000278     END-IF
000279
000280     IF WS-COMMAND NOT EQUAL 'A'
000281        AND WS-COMMAND NOT EQUAL 'O'
000282        AND WS-COMMAND NOT EQUAL 'C'
000283        AND WS-COMMAND NOT EQUAL 'F'
000284        AND WS-COMMAND NOT EQUAL 'N'
000285         GO TO 3000-APPLY-COMMAND-EXIT
000286     END-IF
000287
000288     IF (WS-COMMAND EQUAL 'A' OR WS-COMMAND EQUAL 'N')
000289        AND WS-SHORT-NAME EQUAL SPACES
000290         MOVE WS-BAD-NAME-MSG TO WS-RESULT-MSG
000291         GO TO 3000-APPLY-COMMAND-EXIT
000292     END-IF
000293
000294     MOVE FUNCTION CURRENT-DATE TO WS-UPDATE-TS
000295
000296     IF WS-COMMAND EQUAL 'A'
000297         PERFORM 4000-ADD-ACCOUNT
000298             THRU 4000-ADD-ACCOUNT-EXIT
000299     ELSE
000300         PERFORM 5000-UPDATE-ACCOUNT
000301             THRU 5000-UPDATE-ACCOUNT-EXIT
000302     END-IF
000303     .
000304 3000-APPLY-COMMAND-EXIT.
000305     EXIT.
000306
000307 4000-ADD-ACCOUNT.
000308     PERFORM 4100-CHECK-EXISTING
000309         THRU 4100-CHECK-EXISTING-EXIT
000310
000311     IF WS-ACCT-EXISTS
000312         MOVE WS-DUPLICATE-MSG TO WS-RESULT-MSG
000313         GO TO 4000-ADD-ACCOUNT-EXIT
000314     END-IF
000315
000316*    A NEW ACCOUNT OPENS EMPTY - MONEY ONLY ARRIVES BY MOVEMENT.
000317     MOVE WS-ACCOUNT-NO TO DL100-ACT-ACCOUNT-NO
000318     SET DL100-ACT-OPEN TO TRUE
000319     MOVE WS-SHORT-NAME TO DL100-ACT-SHORT-NAME
000320     MOVE 0 TO DL100-ACT-BALANCE
000321
000322     OPEN I-O DL100-ACT-FILE
000323     WRITE DL100-ACT-RECORD
000324         INVALID KEY
000325             MOVE 'Y' TO WS-ACCT-EXISTS-SW
000326     END-WRITE
000327     CLOSE DL100-ACT-FILE
000328
000329*    SOMEONE ELSE ADDED IT BETWEEN THE CHECK AND THE WRITE.
000330     IF WS-ACCT-EXISTS
000331         MOVE WS-DUPLICATE-MSG TO WS-RESULT-MSG
000332         GO TO 4000-ADD-ACCOUNT-EXIT
000333     END-IF
000334
000335     MOVE 'ADD' TO WS-ACTION
000336     MOVE SPACES TO WS-BEFORE-STATUS
000337     MOVE DL100-ACT-STATUS-SW TO WS-AFTER-STATUS
000338     MOVE SPACES TO WS-BEFORE-NAME
000339     MOVE DL100-ACT-SHORT-NAME TO WS-AFTER-NAME
000340     MOVE DL100-ACT-BALANCE TO WS-CHANGE-BALANCE
000341     PERFORM 6000-LOG-CHANGE
000342         THRU 6000-LOG-CHANGE-EXIT
000343
000344     MOVE WS-APPLIED-MSG TO WS-RESULT-MSG
000345     .
000346 4000-ADD-ACCOUNT-EXIT.
000347     EXIT.
000348
000349 4100-CHECK-EXISTING.
000350     MOVE 'N' TO WS-ACCT-EXISTS-SW
000351     MOVE WS-ACCOUNT-NO TO DL100-ACT-ACCOUNT-NO
000352
000353     OPEN INPUT DL100-ACT-FILE
000354
000355     READ DL100-ACT-FILE
000356         INVALID KEY
000357             CONTINUE
000358         NOT INVALID KEY
000359             MOVE 'Y' TO WS-ACCT-EXISTS-SW
000360     END-READ
000361
000362     CLOSE DL100-ACT-FILE
000363     .
000364 4100-CHECK-EXISTING-EXIT.
000365     EXIT.
000366
000367 5000-UPDATE-ACCOUNT.
000368     MOVE 'N' TO WS-APPLIED-SW
000369     MOVE 'N' TO WS-ACCT-FOUND-SW
000370     MOVE 'N' TO WS-REFUSED-SW
000371     MOVE 'N' TO WS-NO-CHANGE-SW
000372     MOVE WS-ACCOUNT-NO TO DL100-ACT-ACCOUNT-NO
000373
000374     OPEN I-O DL100-ACT-FILE
000375
000376     READ DL100-ACT-FILE
000377         INVALID KEY
000378             CONTINUE
000379         NOT INVALID KEY
000380             MOVE 'Y' TO WS-ACCT-FOUND-SW
000381             PERFORM 5200-APPLY-ONE-UPDATE
000382                 THRU 5200-APPLY-ONE-UPDATE-EXIT
000383     END-READ
000384
000385     CLOSE DL100-ACT-FILE
000386
000387     EVALUATE TRUE
000388         WHEN NOT WS-ACCT-FOUND
000389             MOVE WS-NOT-FOUND-MSG TO WS-RESULT-MSG
000390         WHEN WS-REFUSED
000391             MOVE WS-NON-ZERO-MSG TO WS-RESULT-MSG
000392         WHEN WS-NO-CHANGE
000393             MOVE WS-NO-CHANGE-MSG TO WS-RESULT-MSG
000394         WHEN WS-APPLIED
000395             PERFORM 6000-LOG-CHANGE
000396                 THRU 6000-LOG-CHANGE-EXIT
000397             MOVE WS-APPLIED-MSG TO WS-RESULT-MSG
000398     END-EVALUATE
000399     .
000400 5000-UPDATE-ACCOUNT-EXIT.
000401     EXIT.
000402
000403 5200-APPLY-ONE-UPDATE.
000404     MOVE DL100-ACT-STATUS-SW TO WS-BEFORE-STATUS
000405     MOVE DL100-ACT-SHORT-NAME TO WS-BEFORE-NAME
000406     MOVE DL100-ACT-BALANCE TO WS-CHANGE-BALANCE
000407
000408     EVALUATE WS-COMMAND
000409         WHEN 'O'
000410             MOVE 'OPEN' TO WS-ACTION
000411             IF DL100-ACT-OPEN
000412                 MOVE 'Y' TO WS-NO-CHANGE-SW
000413                 GO TO 5200-APPLY-ONE-UPDATE-EXIT
000414             END-IF
000415             SET DL100-ACT-OPEN TO TRUE
000416         WHEN 'C'
000417             MOVE 'CLOSE' TO WS-ACTION
000418             IF DL100-ACT-CLOSED
000419                 MOVE 'Y' TO WS-NO-CHANGE-SW
000420                 GO TO 5200-APPLY-ONE-UPDATE-EXIT
000421             END-IF
000422*            A CLOSED ACCOUNT CAN NEITHER PAY NOR BE PAID - MONEY
000423*            LEFT ON IT WOULD BE STRANDED.
000424             IF DL100-ACT-BALANCE NOT EQUAL 0
000425                 MOVE 'Y' TO WS-REFUSED-SW
000426                 GO TO 5200-APPLY-ONE-UPDATE-EXIT
000427             END-IF
000428             SET DL100-ACT-CLOSED TO TRUE
000429         WHEN 'F'
000430             MOVE 'FREEZE' TO WS-ACTION
000431             IF DL100-ACT-FROZEN
000432                 MOVE 'Y' TO WS-NO-CHANGE-SW
000433                 GO TO 5200-APPLY-ONE-UPDATE-EXIT
000434             END-IF
000435             SET DL100-ACT-FROZEN TO TRUE
000436         WHEN 'N'
000437             MOVE 'RENAME' TO WS-ACTION
000438             IF DL100-ACT-SHORT-NAME EQUAL WS-SHORT-NAME
000439                 MOVE 'Y' TO WS-NO-CHANGE-SW
000440                 GO TO 5200-APPLY-ONE-UPDATE-EXIT
000441             END-IF
000442             MOVE WS-SHORT-NAME TO DL100-ACT-SHORT-NAME
000443     END-EVALUATE
000444
000445     MOVE DL100-ACT-STATUS-SW TO WS-AFTER-STATUS
000446     MOVE DL100-ACT-SHORT-NAME TO WS-AFTER-NAME
000447
000448     REWRITE DL100-ACT-RECORD
000449
000450     MOVE 'Y' TO WS-APPLIED-SW
000451     .
000452 5200-APPLY-ONE-UPDATE-EXIT.
000453     EXIT.
000454
000455 6000-LOG-CHANGE.
000456     MOVE WS-UPDATE-TS TO DL100-ACH-TIMESTAMP
000457     MOVE EIBUSERID TO DL100-ACH-USER-ID
000458     MOVE EIBTRMID TO DL100-ACH-TERM-ID
000459     MOVE WS-ACTION TO DL100-ACH-ACTION
000460     MOVE WS-ACCOUNT-NO TO DL100-ACH-ACCOUNT-NO
000461     MOVE WS-BEFORE-STATUS TO DL100-ACH-BEFORE-STATUS
000462     MOVE WS-AFTER-STATUS TO DL100-ACH-AFTER-STATUS
000463     MOVE WS-BEFORE-NAME TO DL100-ACH-BEFORE-NAME
000464     MOVE WS-AFTER-NAME TO DL100-ACH-AFTER-NAME
000465     MOVE WS-CHANGE-BALANCE TO DL100-ACH-BALANCE
000466
000467     OPEN EXTEND DL100-ACH-FILE
000468     WRITE DL100-ACH-RECORD
000469     CLOSE DL100-ACH-FILE
000470     .
000471 6000-LOG-CHANGE-EXIT.
000472     EXIT.
