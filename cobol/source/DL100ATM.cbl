000001*================================================================
000002* DL100ATM
000003*
000004* ONLINE MAINTENANCE CONSOLE FOR THE DL100ATH ENTITLEMENT FILE.
000005*
000006* THE USER/TRANSACTION-CODE ENTITLEMENTS TESTANTLR115 CHECKS IN
000007* 1250-CHECK-AUTHORITY WERE MAINTAINED BY HAND-EDITING THE FLAT
000008* FILE, SO NOBODY COULD SAY WHO GAVE A USER PAY1 OR WHEN.  THIS
000009* SCREEN REPLACES THE HAND EDITS THE SAME WAY DL100DSM REPLACED
000010* THEM FOR THE DISPATCH TABLE: THE FIRST TASK (EIBCALEN ZERO)
000011* LISTS THE ENTITLEMENTS AND THEIR CURRENT STATE; THE OPERATOR
000012* THEN KEYS
000013*     Guuuuuuuu tttt REASON  - GRANT USER UUUUUUUU CODE TTTT
000014*     Ruuuuuuuu tttt REASON  - REVOKE USER UUUUUUUU CODE TTTT
000015* AND THE NEXT TASK EDITS AND APPLIES IT.  THE REASON (UP TO 40
000016* CHARACTERS) IS REQUIRED.  A GRANT RE-ENABLES A REVOKED ROW OR
000017* ADDS A NEW ONE, AND ONLY FOR A CODE THAT IS IN THE DL100DSP
000018* DISPATCH TABLE; A REVOKE SETS THE ALLOWED SWITCH TO 'N' SO THE
000019* ROW STAYS AS A RECORD OF THE PULLED ACCESS.  NO OPERATOR MAY
000020* CHANGE THEIR OWN ENTITLEMENTS.  EVERY APPLIED CHANGE IS LOGGED
000021* TO DL100ATC WITH WHO, WHEN, THE SWITCH BEFORE AND AFTER, AND
000022* THE REASON.
000023*
000024* PSEUDO-CONVERSATIONAL IN THE SAME SHAPE AS DL100DSM.
000025*
000026* MAINTENANCE HISTORY
000027* DATE       INIT   DESCRIPTION
000028* ---------- ------ ----------------------------------------------
000029* 2026-10-15 JFM    INITIAL VERSION.
000030*================================================================
000031 Identification Division.
000032 Program-ID. DL100ATM.
000033 Environment Division.
000034 Input-Output Section.
000035 File-Control.
000036     SELECT DL100-ATH-FILE ASSIGN TO DL100ATH
000037         ORGANIZATION IS SEQUENTIAL.
000038     SELECT DL100-ATC-FILE ASSIGN TO DL100ATC
000039         ORGANIZATION IS SEQUENTIAL.
000040     SELECT DL100-DSP-FILE ASSIGN TO DL100DSP
000041         ORGANIZATION IS SEQUENTIAL.
000042
000043 Data Division.
000044 File Section.
000045 FD  DL100-ATH-FILE
000046     RECORDING MODE IS F.
000047     COPY DL100ATH.
000048
000049 FD  DL100-ATC-FILE
000050     RECORDING MODE IS F.
000051     COPY DL100ATC.
000052
000053 FD  DL100-DSP-FILE
000054     RECORDING MODE IS F.
000055     COPY DL100DSP.
000056
000057 Working-Storage Section.
000058
000059 01  CONSTANTS.
000060     05  MYNAME                PIC X(008) VALUE 'DL100ATM'.
000061     05  MY-TRANSID            PIC X(004) VALUE 'DATM'.
000062
000063 01  WS-SWITCHES.
000064     05  WS-EOF-SW             PIC X(01) VALUE 'N'.
000065         88  WS-EOF                VALUE 'Y'.
000066     05  WS-FOUND-SW           PIC X(01) VALUE 'N'.
000067         88  WS-FOUND              VALUE 'Y'.
000068     05  WS-CODE-EXISTS-SW     PIC X(01) VALUE 'N'.
000069         88  WS-CODE-EXISTS        VALUE 'Y'.
000070
000071 01  WS-LINE-NO                PIC S9(04) COMP VALUE 0.
000072 01  WS-UPDATE-TS              PIC X(26).
000073
000074 01  WS-COMMAND                PIC X(01).
000075 01  WS-USER-ID                PIC X(08).
000076 01  WS-TRAN-CODE              PIC X(04).
000077 01  WS-REASON                 PIC X(40).
000078 01  WS-ACTION                 PIC X(08).
000079 01  WS-OLD-ALLOWED-SW         PIC X(01).
000080 01  WS-NEW-ALLOWED-SW         PIC X(01).
000081
000082 01  WS-RECEIVE-AREA           PIC X(055).
000083 01  WS-RECEIVE-LEN            PIC S9(04) COMP VALUE 55.
000084
000085 01  WS-RESP-AREA.
000086     05  WS-RESP               PIC S9(08) COMP.
000087     05  WS-RESP2              PIC S9(08) COMP.
000088
000089 01  WS-BROWSE-BLOCK.
000090     05  WS-BROWSE-LINE OCCURS 12 TIMES INDEXED BY WS-LINE-IDX
000091             PIC X(079).
000092
000093 01  WS-DETAIL-LINE.
000094     05  DL-USER-ID            PIC X(08).
000095     05  FILLER                PIC X(01) VALUE SPACE.
000096     05  DL-TRAN-CODE          PIC X(04).
000097     05  FILLER                PIC X(01) VALUE SPACE.
000098     05  DL-STATE              PIC X(07).
000099     05  FILLER                PIC X(58) VALUE SPACES.
000100
000101 01  WS-PROMPT-LINE            PIC X(079) VALUE
000102     'KEY Guuuuuuuu tttt REASON, OR Ruuuuuuuu tttt REASON'.
000103 01  WS-EMPTY-MSG              PIC X(079) VALUE
000104     'NO ENTITLEMENTS ON FILE - KEY Guuuuuuuu tttt REASON'.
000105 01  WS-BAD-INPUT-MSG          PIC X(079) VALUE
000106     'COMMAND NOT RECOGNIZED - KEY G/R, USER ID, TRAN CODE'.
000107 01  WS-NO-REASON-MSG          PIC X(079) VALUE
000108     'A REASON IS REQUIRED FOR EVERY CHANGE - NOTHING CHANGED'.
000109 01  WS-OWN-USER-MSG           PIC X(079) VALUE
000110     'YOU MAY NOT CHANGE YOUR OWN ENTITLEMENTS - NOTHING CHANGED'.
000111 01  WS-NO-CODE-MSG            PIC X(079) VALUE
000112     'TRAN CODE NOT IN THE DISPATCH TABLE - NOTHING GRANTED'.
000113 01  WS-ALREADY-ALLOWED-MSG    PIC X(079) VALUE
000114     'USER ALREADY HOLDS THIS ENTITLEMENT - NOTHING CHANGED'.
000115 01  WS-ALREADY-REVOKED-MSG    PIC X(079) VALUE
000116     'ENTITLEMENT IS ALREADY REVOKED - NOTHING CHANGED'.
000117 01  WS-NOT-FOUND-MSG          PIC X(079) VALUE
000118     'USER HOLDS NO SUCH ENTITLEMENT - NOTHING REVOKED'.
000119 01  WS-APPLIED-MSG            PIC X(079) VALUE
000120     'ENTITLEMENTS UPDATED AND CHANGE LOGGED'.
000121 01  WS-RESULT-MSG             PIC X(079).
000122
000123 01  WS-PROMPTED-STATE         PIC X(001) VALUE 'P'.
000124
000125 Linkage Section.
000126
000127 01  DFHCOMMAREA               PIC X(001).
000128
000129 Procedure Division.
000130 0000-MAINLINE.
000131     IF EIBCALEN EQUAL 0
000132         PERFORM 1000-BROWSE-ENTITLEMENTS
000133             THRU 1000-BROWSE-ENTITLEMENTS-EXIT
000134
000135         EXEC CICS
000136              RETURN
000137              TRANSID(MY-TRANSID)
000138              FROM(WS-PROMPTED-STATE)
000139              LENGTH(LENGTH OF WS-PROMPTED-STATE)
000140         END-EXEC
000141     ELSE
000142         PERFORM 2000-RECEIVE-COMMAND
000143             THRU 2000-RECEIVE-COMMAND-EXIT
000144
000145         PERFORM 3000-APPLY-COMMAND
000146             THRU 3000-APPLY-COMMAND-EXIT
000147
000148         EXEC CICS
000149              SEND TEXT
000150              FROM(WS-RESULT-MSG)
000151              LENGTH(LENGTH OF WS-RESULT-MSG)
000152              ERASE
000153         END-EXEC
000154
000155         EXEC CICS
000156              RETURN
000157              TRANSID(MY-TRANSID)
000158         END-EXEC
000159     END-IF
000160
000161     GOBACK
000162     .
000163
000164 1000-BROWSE-ENTITLEMENTS.
000165     PERFORM 1050-CLEAR-ONE-LINE
000166         THRU 1050-CLEAR-ONE-LINE-EXIT
000167         VARYING WS-LINE-IDX FROM 1 BY 1
000168         UNTIL WS-LINE-IDX > 12
000169
000170     MOVE 0 TO WS-LINE-NO
000171     MOVE 'N' TO WS-EOF-SW
000172
000173     OPEN INPUT DL100-ATH-FILE
000174
000175     PERFORM 1100-LIST-ONE-ENTRY
000176         THRU 1100-LIST-ONE-ENTRY-EXIT
000177         UNTIL WS-EOF
000178            OR WS-LINE-NO > 10
000179
000180     CLOSE DL100-ATH-FILE
000181
000182     IF WS-LINE-NO EQUAL 0
000183         MOVE WS-EMPTY-MSG TO WS-BROWSE-LINE (1)
000184     ELSE
000185         ADD 1 TO WS-LINE-NO
000186         SET WS-LINE-IDX TO WS-LINE-NO
000187         MOVE WS-PROMPT-LINE TO WS-BROWSE-LINE (WS-LINE-IDX)
000188     END-IF
000189
000190     EXEC CICS
000191          SEND TEXT
000192          FROM(WS-BROWSE-BLOCK)
000193          LENGTH(LENGTH OF WS-BROWSE-BLOCK)
000194          ERASE
000195     END-EXEC
000196     .
000197 1000-BROWSE-ENTITLEMENTS-EXIT.
000198     EXIT.
000199
000200 1050-CLEAR-ONE-LINE.
000201     MOVE SPACES TO WS-BROWSE-LINE (WS-LINE-IDX)
000202     .
000203 1050-CLEAR-ONE-LINE-EXIT.
000204     EXIT.
000205
000206 1100-LIST-ONE-ENTRY.
000207     READ DL100-ATH-FILE
000208         AT END
000209             MOVE 'Y' TO WS-EOF-SW
000210         NOT AT END
000211             ADD 1 TO WS-LINE-NO
000212             SET WS-LINE-IDX TO WS-LINE-NO
000213             MOVE SPACES TO WS-DETAIL-LINE
000214             MOVE DL100-ATH-USER-ID TO DL-USER-ID
000215             MOVE DL100-ATH-TRAN-CODE TO DL-TRAN-CODE
000216             IF DL100-ATH-ALLOWED
000217                 MOVE 'ALLOWED' TO DL-STATE
000218             ELSE
000219                 MOVE 'REVOKED' TO DL-STATE
000220             END-IF
000221             MOVE WS-DETAIL-LINE
000222                 TO WS-BROWSE-LINE (WS-LINE-IDX)
000223     END-READ
000224     .
000225 1100-LIST-ONE-ENTRY-EXIT.
000226     EXIT.
000227
000228 2000-RECEIVE-COMMAND.
000229     MOVE SPACES TO WS-RECEIVE-AREA
000230     MOVE 55 TO WS-RECEIVE-LEN
000231
000232     EXEC CICS
000233          RECEIVE
000234          INTO(WS-RECEIVE-AREA)
000235          LENGTH(WS-RECEIVE-LEN)
000236          RESP(WS-RESP)
000237          RESP2(WS-RESP2)
000238     END-EXEC
000239
000240     MOVE SPACES TO WS-COMMAND
000241     MOVE SPACES TO WS-USER-ID
000242     MOVE SPACES TO WS-TRAN-CODE
000243     MOVE SPACES TO WS-REASON
000244
000245     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
000246         GO TO 2000-RECEIVE-COMMAND-EXIT
000247     END-IF
000248
000249     MOVE WS-RECEIVE-AREA(1:1) TO WS-COMMAND
000250     MOVE WS-RECEIVE-AREA(2:8) TO WS-USER-ID
000251     MOVE WS-RECEIVE-AREA(11:4) TO WS-TRAN-CODE
000252     MOVE WS-RECEIVE-AREA(16:40) TO WS-REASON
000253     .
000254 2000-RECEIVE-COMMAND-EXIT.
000255     EXIT.
000256
000257 3000-APPLY-COMMAND.
000258     MOVE WS-BAD-INPUT-MSG TO WS-RESULT-MSG
000259
000260     IF WS-USER-ID EQUAL SPACES
000261        OR WS-TRAN-CODE EQUAL SPACES
000262         GO TO 3000-APPLY-COMMAND-EXIT
000263     END-IF
000264
000265     IF WS-COMMAND NOT EQUAL 'G'
000266        AND WS-COMMAND NOT EQUAL 'R'
000267         GO TO 3000-APPLY-COMMAND-EXIT
000268     END-IF
000269
000270*    THE REASON IS THE WHOLE POINT OF THE HISTORY - A CHANGE
000271*    NOBODY CAN EXPLAIN LATER IS NOT APPLIED.
000272     IF WS-REASON EQUAL SPACES
000273         MOVE WS-NO-REASON-MSG TO WS-RESULT-MSG
000274         GO TO 3000-APPLY-COMMAND-EXIT
000275     END-IF
000276
000277     IF WS-USER-ID EQUAL EIBUSERID
000278         MOVE WS-OWN-USER-MSG TO WS-RESULT-MSG
000279         GO TO 3000-APPLY-COMMAND-EXIT
000280     END-IF
000281
000282     IF WS-COMMAND EQUAL 'G'
000283         PERFORM 3100-CHECK-DISPATCH-CODE
000284             THRU 3100-CHECK-DISPATCH-CODE-EXIT
000285         IF NOT WS-CODE-EXISTS
000286             MOVE WS-NO-CODE-MSG TO WS-RESULT-MSG
000287             GO TO 3000-APPLY-COMMAND-EXIT
000288         END-IF
000289     END-IF
000290
000291     MOVE FUNCTION CURRENT-DATE TO WS-UPDATE-TS
000292
000293     PERFORM 4000-UPDATE-ENTITLEMENT
000294         THRU 4000-UPDATE-ENTITLEMENT-EXIT
000295     .
000296 3000-APPLY-COMMAND-EXIT.
000297     EXIT.
000298
000299 3100-CHECK-DISPATCH-CODE.
000300     MOVE 'N' TO WS-CODE-EXISTS-SW
000301     MOVE 'N' TO WS-EOF-SW
000302
000303     OPEN INPUT DL100-DSP-FILE
000304
000305     PERFORM 3150-CHECK-ONE-CODE
000306         THRU 3150-CHECK-ONE-CODE-EXIT
000307         UNTIL WS-EOF
000308            OR WS-CODE-EXISTS
000309
000310     CLOSE DL100-DSP-FILE
000311     .
000312 3100-CHECK-DISPATCH-CODE-EXIT.
000313     EXIT.
000314
000315 3150-CHECK-ONE-CODE.
000316     READ DL100-DSP-FILE
000317         AT END
000318             MOVE 'Y' TO WS-EOF-SW
000319         NOT AT END
000320             IF DL100-DSP-TRAN-CODE EQUAL WS-TRAN-CODE
000321                 MOVE 'Y' TO WS-CODE-EXISTS-SW
000322             END-IF
000323     END-READ
000324     .
000325 3150-CHECK-ONE-CODE-EXIT.
000326     EXIT.
000327
000328 4000-UPDATE-ENTITLEMENT.
000329     MOVE 'N' TO WS-FOUND-SW
000330     MOVE 'N' TO WS-EOF-SW
000331     MOVE SPACES TO WS-OLD-ALLOWED-SW
000332     MOVE SPACES TO WS-RESULT-MSG
000333
000334     OPEN I-O DL100-ATH-FILE
000335
000336     PERFORM 4100-UPDATE-ONE-ENTRY
000337         THRU 4100-UPDATE-ONE-ENTRY-EXIT
000338         UNTIL WS-EOF
000339            OR WS-FOUND
000340
000341     CLOSE DL100-ATH-FILE
000342
000343*    A GRANT FOR A USER WITH NO ROW FOR THE CODE ADDS ONE.
000344     IF NOT WS-FOUND
000345         IF WS-COMMAND EQUAL 'G'
000346             PERFORM 4300-ADD-ENTRY
000347                 THRU 4300-ADD-ENTRY-EXIT
000348         ELSE
000349             MOVE WS-NOT-FOUND-MSG TO WS-RESULT-MSG
000350         END-IF
000351     END-IF
000352
000353     IF WS-RESULT-MSG EQUAL SPACES
000354         PERFORM 6000-LOG-CHANGE
000355             THRU 6000-LOG-CHANGE-EXIT
000356         MOVE WS-APPLIED-MSG TO WS-RESULT-MSG
000357     END-IF
000358     .
000359 4000-UPDATE-ENTITLEMENT-EXIT.
000360     EXIT.
000361
000362 4100-UPDATE-ONE-ENTRY.
000363     READ DL100-ATH-FILE
000364         AT END
000365             MOVE 'Y' TO WS-EOF-SW
000366         NOT AT END
000367             IF DL100-ATH-USER-ID EQUAL WS-USER-ID
000368                AND DL100-ATH-TRAN-CODE EQUAL WS-TRAN-CODE
000369                 MOVE 'Y' TO WS-FOUND-SW
000370                 PERFORM 4200-APPLY-ONE-UPDATE
000371                     THRU 4200-APPLY-ONE-UPDATE-EXIT
000372             END-IF
000373     END-READ
000374     .
000375 4100-UPDATE-ONE-ENTRY-EXIT.
000376     EXIT.
000377
000378 4200-APPLY-ONE-UPDATE.
000379     MOVE DL100-ATH-ALLOWED-SW TO WS-OLD-ALLOWED-SW
000380
000381     IF WS-COMMAND EQUAL 'G'
000382         IF DL100-ATH-ALLOWED
000383             MOVE WS-ALREADY-ALLOWED-MSG TO WS-RESULT-MSG
000384             GO TO 4200-APPLY-ONE-UPDATE-EXIT
000385         END-IF
000386         SET DL100-ATH-ALLOWED TO TRUE
000387         MOVE 'GRANT' TO WS-ACTION
000388     ELSE
000389         IF NOT DL100-ATH-ALLOWED
000390             MOVE WS-ALREADY-REVOKED-MSG TO WS-RESULT-MSG
000391             GO TO 4200-APPLY-ONE-UPDATE-EXIT
000392         END-IF
000393         SET DL100-ATH-REVOKED TO TRUE
000394         MOVE 'REVOKE' TO WS-ACTION
000395     END-IF
000396
000397     MOVE DL100-ATH-ALLOWED-SW TO WS-NEW-ALLOWED-SW
000398
000399     REWRITE DL100-ATH-RECORD
000400     .
000401 4200-APPLY-ONE-UPDATE-EXIT.
000402     EXIT.
000403
000404 4300-ADD-ENTRY.
000405     MOVE WS-USER-ID TO DL100-ATH-USER-ID
000406     MOVE WS-TRAN-CODE TO DL100-ATH-TRAN-CODE
000407     SET DL100-ATH-ALLOWED TO TRUE
000408
000409     OPEN EXTEND DL100-ATH-FILE
000410     WRITE DL100-ATH-RECORD
000411     CLOSE DL100-ATH-FILE
000412
000413     MOVE 'GRANT' TO WS-ACTION
000414     MOVE SPACES TO WS-OLD-ALLOWED-SW
000415     MOVE DL100-ATH-ALLOWED-SW TO WS-NEW-ALLOWED-SW
000416     .
000417 4300-ADD-ENTRY-EXIT.
000418     EXIT.
000419
000420 6000-LOG-CHANGE.
000421     MOVE WS-UPDATE-TS TO DL100-ATC-TIMESTAMP
000422     MOVE EIBUSERID TO DL100-ATC-CHANGED-BY
000423     MOVE EIBTRMID TO DL100-ATC-TERM-ID
000424     MOVE WS-ACTION TO DL100-ATC-ACTION
000425     MOVE WS-USER-ID TO DL100-ATC-USER-ID
000426     MOVE WS-TRAN-CODE TO DL100-ATC-TRAN-CODE
000427     MOVE WS-OLD-ALLOWED-SW TO DL100-ATC-OLD-ALLOWED-SW
000428     MOVE WS-NEW-ALLOWED-SW TO DL100-ATC-NEW-ALLOWED-SW
000429     MOVE WS-REASON TO DL100-ATC-REASON
000430
000431     OPEN EXTEND DL100-ATC-FILE
000432     WRITE DL100-ATC-RECORD
000433     CLOSE DL100-ATC-FILE
000434     .
000435 6000-LOG-CHANGE-EXIT.
000436     EXIT.
