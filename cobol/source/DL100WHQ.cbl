000001*================================================================
000002* DL100WHQ
000003*
000004* CANCELLATION CONSOLE FOR WAREHOUSED FUTURE-DATED PAYMENTS.
000005*
000006* PGMA0001 PARKS A PAY1 ON THE DL100WHP WAREHOUSED-PAYMENT FILE
000007* WHEN ITS VALUE DATE IS AFTER THE PROCESSING DATE, AND DL100WRL
000008* RELEASES IT ON THE DAY.  UNTIL THEN THE USER WHO KEYED IT MAY
000009* CALL IT BACK HERE.  THE FIRST TASK (EIBCALEN ZERO) LISTS THE
000010* SIGNED-ON USER'S OWN WAREHOUSED PAYMENTS NEWEST-FIRST WITH
000011* THEIR ENTRY NUMBERS; THE USER THEN KEYS
000012*     Cnnnn    - CANCEL ENTRY NNNN - THE PAYMENT IS MARKED
000013*                CANCELLED AND WILL NOT BE RELEASED
000014* AND THE NEXT TASK APPLIES IT, STAMPING THE USER AND TIMESTAMP
000015* ON THE RECORD.  A PAYMENT KEYED BY SOMEONE ELSE, OR ALREADY
000016* RELEASED OR CANCELLED, IS LEFT ALONE.  DL100WRL LISTS EVERY
000017* CANCELLATION ON ITS NEXT REPORT.
000018*
000019* PSEUDO-CONVERSATIONAL IN THE SAME SHAPE AS DL100SUQ.
000020*
000021* MAINTENANCE HISTORY
000022* DATE       INIT   DESCRIPTION
000023* ---------- ------ ----------------------------------------------
000024* 2026-10-15 JFM    INITIAL VERSION.
000025*================================================================
000026 Identification Division.
000027 Program-ID. DL100WHQ.
000028 Environment Division.
000029 Input-Output Section.
000030 File-Control.
000031     SELECT DL100-WHP-FILE ASSIGN TO DL100WHP
000032         ORGANIZATION IS SEQUENTIAL.
000033
000034 Data Division.
000035 File Section.
000036 FD  DL100-WHP-FILE
000037     RECORDING MODE IS F.
000038     COPY DL100WHP.
000039
000040 Working-Storage Section.
000041
000042 01  CONSTANTS.
000043     05  MYNAME                PIC X(008) VALUE 'DL100WHQ'.
000044     05  MY-TRANSID            PIC X(004) VALUE 'DWHQ'.
000045
000046 01  WS-SWITCHES.
000047     05  WS-EOF-SW             PIC X(01) VALUE 'N'.
000048         88  WS-EOF                VALUE 'Y'.
000049     05  WS-APPLIED-SW         PIC X(01) VALUE 'N'.
000050         88  WS-APPLIED            VALUE 'Y'.
000051     05  WS-NOT-OWNER-SW       PIC X(01) VALUE 'N'.
000052         88  WS-NOT-OWNER          VALUE 'Y'.
000053
000054 01  WS-ENTRY-NO               PIC S9(04) COMP VALUE 0.
000055 01  WS-SHIFT-IDX              PIC S9(04) COMP VALUE 0.
000056 01  WS-RECORD-NO              PIC S9(04) COMP VALUE 0.
000057 01  WS-PEND-COUNT             PIC S9(04) COMP VALUE 0.
000058 01  WS-LINE-NO                PIC S9(04) COMP VALUE 0.
000059 01  WS-ENTRY-NO-ED            PIC 9(04).
000060 01  WS-UPDATE-TS              PIC X(26).
000061
000062 01  WS-COMMAND                PIC X(01).
000063
000064 01  WS-RECEIVE-AREA           PIC X(005).
000065 01  WS-RECEIVE-LEN            PIC S9(04) COMP VALUE 5.
000066
000067 01  WS-RESP-AREA.
000068     05  WS-RESP               PIC S9(08) COMP.
000069     05  WS-RESP2              PIC S9(08) COMP.
000070
000071 01  WS-PEND-TABLE.
000072     05  WS-PEND-ENTRY OCCURS 0 TO 100 TIMES
000073             DEPENDING ON WS-PEND-COUNT.
000074         10  WS-PEND-RECORD-NO     PIC S9(04) COMP.
000075         10  WS-PEND-VALUE-DATE    PIC X(08).
000076         10  WS-PEND-ACCOUNT-NO    PIC X(10).
000077         10  WS-PEND-PAYEE-NAME    PIC X(20).
000078         10  WS-PEND-AMOUNT        PIC 9(07)V99.
000079
000080 01  WS-BROWSE-BLOCK.
000081     05  WS-BROWSE-LINE OCCURS 10 TIMES INDEXED BY WS-LINE-IDX
000082             PIC X(079).
000083
000084 01  WS-DETAIL-LINE.
000085     05  DL-ENTRY-NO           PIC 9(04).
000086     05  FILLER                PIC X(01) VALUE SPACE.
000087     05  DL-VALUE-DATE         PIC X(08).
000088     05  FILLER                PIC X(01) VALUE SPACE.
000089     05  DL-ACCOUNT-NO         PIC X(10).
000090     05  FILLER                PIC X(01) VALUE SPACE.
000091     05  DL-PAYEE-NAME         PIC X(20).
000092     05  FILLER                PIC X(01) VALUE SPACE.
000093     05  DL-AMOUNT             PIC Z,ZZZ,ZZ9.99.
000094     05  FILLER                PIC X(21) VALUE SPACES.
000095
000096 01  WS-PROMPT-LINE            PIC X(079) VALUE
000097     'KEY Cnnnn TO CANCEL A SCHEDULED PAYMENT'.
000098 01  WS-EMPTY-MSG              PIC X(079) VALUE
000099     'NO SCHEDULED PAYMENTS WAITING FOR THEIR VALUE DATE'.
000100 01  WS-BAD-INPUT-MSG          PIC X(079) VALUE
000101     'COMMAND NOT RECOGNIZED - KEY Cnnnn'.
000102 01  WS-NOT-FOUND-MSG          PIC X(079) VALUE
000103     'ENTRY NOT FOUND OR ALREADY RELEASED - NOTHING CHANGED'.
000104 01  WS-NOT-OWNER-MSG          PIC X(079) VALUE
000105     'ONLY THE USER WHO KEYED A PAYMENT MAY CANCEL IT'.
000106 01  WS-CANCELLED-MSG          PIC X(079) VALUE
000107     'SCHEDULED PAYMENT CANCELLED - IT WILL NOT BE RELEASED'.
000108 01  WS-RESULT-MSG             PIC X(079).
000109
000110 01  WS-PROMPTED-STATE         PIC X(001) VALUE 'P'.
000111
000112 Linkage Section.
000113
000114 01  DFHCOMMAREA               PIC X(001).
000115
000116 Procedure Division.
000117 0000-MAINLINE.
000118     IF EIBCALEN EQUAL 0
000119         PERFORM 1000-BROWSE-QUEUE
000120             THRU 1000-BROWSE-QUEUE-EXIT
000121
000122         EXEC CICS
000123              RETURN
000124              TRANSID(MY-TRANSID)
000125              FROM(WS-PROMPTED-STATE)
000126              LENGTH(LENGTH OF WS-PROMPTED-STATE)
000127         END-EXEC
000128     ELSE
000129         PERFORM 2000-RECEIVE-COMMAND
000130             THRU 2000-RECEIVE-COMMAND-EXIT
000131
000132         PERFORM 3000-APPLY-COMMAND
000133             THRU 3000-APPLY-COMMAND-EXIT
000134
000135         EXEC CICS
000136              SEND TEXT
000137              FROM(WS-RESULT-MSG)
000138              LENGTH(LENGTH OF WS-RESULT-MSG)
000139              ERASE
000140         END-EXEC
000141
000142         EXEC CICS
000143              RETURN
000144              TRANSID(MY-TRANSID)
000145         END-EXEC
000146     END-IF
000147
000148     GOBACK
000149     .
000150
000151 1000-BROWSE-QUEUE.
000152     MOVE 0 TO WS-PEND-COUNT
000153     MOVE 0 TO WS-RECORD-NO
000154     MOVE 'N' TO WS-EOF-SW
000155
000156     OPEN INPUT DL100-WHP-FILE
000157
000158     PERFORM 1100-COLLECT-ONE-ENTRY
000159         THRU 1100-COLLECT-ONE-ENTRY-EXIT
000160         UNTIL WS-EOF
000161
000162     CLOSE DL100-WHP-FILE
000163
000164     PERFORM 1200-BUILD-DISPLAY
000165         THRU 1200-BUILD-DISPLAY-EXIT
000166
000167     EXEC CICS
000168          SEND TEXT
000169          FROM(WS-BROWSE-BLOCK)
000170          LENGTH(LENGTH OF WS-BROWSE-BLOCK)
000171          ERASE
000172     END-EXEC
000173     .
000174 1000-BROWSE-QUEUE-EXIT.
000175     EXIT.
000176
000177 1100-COLLECT-ONE-ENTRY.
000178     READ DL100-WHP-FILE
000179         AT END
000180             MOVE 'Y' TO WS-EOF-SW
000181         NOT AT END
000182             ADD 1 TO WS-RECORD-NO
000183             IF DL100-WHP-WAREHOUSED
000184                AND DL100-WHP-USER-ID EQUAL EIBUSERID
000185                 IF WS-PEND-COUNT < 100
000186                     ADD 1 TO WS-PEND-COUNT
000187                 ELSE
000188                     PERFORM 1150-SHIFT-OUT-OLDEST
000189                         THRU 1150-SHIFT-OUT-OLDEST-EXIT
000190                 END-IF
000191                 MOVE WS-RECORD-NO
000192                     TO WS-PEND-RECORD-NO (WS-PEND-COUNT)
000193                 MOVE DL100-WHP-VALUE-DATE
000194                     TO WS-PEND-VALUE-DATE (WS-PEND-COUNT)
000195                 MOVE DL100-WHP-ACCOUNT-NO
000196                     TO WS-PEND-ACCOUNT-NO (WS-PEND-COUNT)
000197                 MOVE DL100-WHP-PAYEE-NAME
000198                     TO WS-PEND-PAYEE-NAME (WS-PEND-COUNT)
000199                 MOVE DL100-WHP-AMOUNT
000200                     TO WS-PEND-AMOUNT (WS-PEND-COUNT)
000201             END-IF
000202     END-READ
000203     .
000204 1100-COLLECT-ONE-ENTRY-EXIT.
000205     EXIT.
000206
000207 1150-SHIFT-OUT-OLDEST.
000208     PERFORM 1170-SHIFT-ONE-ENTRY
000209         THRU 1170-SHIFT-ONE-ENTRY-EXIT
000210         VARYING WS-SHIFT-IDX FROM 1 BY 1
000211         UNTIL WS-SHIFT-IDX > 99
000212     .
000213 1150-SHIFT-OUT-OLDEST-EXIT.
000214     EXIT.
000215
000216 1170-SHIFT-ONE-ENTRY.
000217     MOVE WS-PEND-ENTRY (WS-SHIFT-IDX + 1)
000218         TO WS-PEND-ENTRY (WS-SHIFT-IDX)
000219     .
000220 1170-SHIFT-ONE-ENTRY-EXIT.
000221     EXIT.
000222
000223 1200-BUILD-DISPLAY.
000224     PERFORM 1250-CLEAR-ONE-LINE
000225         THRU 1250-CLEAR-ONE-LINE-EXIT
000226         VARYING WS-LINE-IDX FROM 1 BY 1
000227         UNTIL WS-LINE-IDX > 10
000228
000229     IF WS-PEND-COUNT EQUAL 0
000230         MOVE WS-EMPTY-MSG TO WS-BROWSE-LINE (1)
000231         GO TO 1200-BUILD-DISPLAY-EXIT
000232     END-IF
000233
000234*    NEWEST FIRST - THE FILE IS APPEND-ORDER, SO WALK IT BACKWARD.
000235     MOVE 0 TO WS-LINE-NO
000236     PERFORM 1300-FORMAT-ONE-LINE
000237         THRU 1300-FORMAT-ONE-LINE-EXIT
000238         VARYING WS-ENTRY-NO FROM WS-PEND-COUNT BY -1
000239         UNTIL WS-ENTRY-NO < 1
000240            OR WS-LINE-NO > 8
000241
000242     ADD 1 TO WS-LINE-NO
000243     IF WS-LINE-NO > 10
000244         MOVE 10 TO WS-LINE-NO
000245     END-IF
000246     SET WS-LINE-IDX TO WS-LINE-NO
000247     MOVE WS-PROMPT-LINE TO WS-BROWSE-LINE (WS-LINE-IDX)
000248     .
000249 1200-BUILD-DISPLAY-EXIT.
000250     EXIT.
000251
000252 1250-CLEAR-ONE-LINE.
000253     MOVE SPACES TO WS-BROWSE-LINE (WS-LINE-IDX)
000254     .
000255 1250-CLEAR-ONE-LINE-EXIT.
000256     EXIT.
000257
000258 1300-FORMAT-ONE-LINE.
000259     ADD 1 TO WS-LINE-NO
000260     SET WS-LINE-IDX TO WS-LINE-NO
000261
000262     MOVE SPACES TO WS-DETAIL-LINE
000263     MOVE WS-PEND-RECORD-NO (WS-ENTRY-NO) TO DL-ENTRY-NO
000264     MOVE WS-PEND-VALUE-DATE (WS-ENTRY-NO) TO DL-VALUE-DATE
000265     MOVE WS-PEND-ACCOUNT-NO (WS-ENTRY-NO) TO DL-ACCOUNT-NO
000266     MOVE WS-PEND-PAYEE-NAME (WS-ENTRY-NO) TO DL-PAYEE-NAME
000267     MOVE WS-PEND-AMOUNT (WS-ENTRY-NO) TO DL-AMOUNT
000268
000269     MOVE WS-DETAIL-LINE TO WS-BROWSE-LINE (WS-LINE-IDX)
000270     .
000271 1300-FORMAT-ONE-LINE-EXIT.
000272     EXIT.
000273
000274 2000-RECEIVE-COMMAND.
000275     MOVE SPACES TO WS-RECEIVE-AREA
000276     MOVE 5 TO WS-RECEIVE-LEN
000277
000278     EXEC CICS
000279          RECEIVE
000280          INTO(WS-RECEIVE-AREA)
000281          LENGTH(WS-RECEIVE-LEN)
000282          RESP(WS-RESP)
000283          RESP2(WS-RESP2)
000284     END-EXEC
000285
000286     MOVE SPACES TO WS-COMMAND
000287     MOVE 0 TO WS-ENTRY-NO
000288
000289     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
000290         GO TO 2000-RECEIVE-COMMAND-EXIT
000291     END-IF
000292
000293     MOVE WS-RECEIVE-AREA(1:1) TO WS-COMMAND
000294     IF WS-RECEIVE-AREA(2:4) IS NUMERIC
000295         MOVE WS-RECEIVE-AREA(2:4) TO WS-ENTRY-NO-ED
000296         MOVE WS-ENTRY-NO-ED TO WS-ENTRY-NO
000297     END-IF
000298     .
000299 2000-RECEIVE-COMMAND-EXIT.
000300     EXIT.
000301
000302 3000-APPLY-COMMAND.
000303     MOVE WS-BAD-INPUT-MSG TO WS-RESULT-MSG
000304
000305     IF WS-ENTRY-NO NOT GREATER THAN 0
000306         GO TO 3000-APPLY-COMMAND-EXIT
000307     END-IF
000308
000309     IF WS-COMMAND NOT EQUAL 'C'
000310         GO TO 3000-APPLY-COMMAND-EXIT
000311     END-IF
000312
000313     MOVE WS-NOT-FOUND-MSG TO WS-RESULT-MSG
000314     MOVE FUNCTION CURRENT-DATE TO WS-UPDATE-TS
000315     MOVE 'N' TO WS-APPLIED-SW
000316     MOVE 'N' TO WS-NOT-OWNER-SW
000317     MOVE 0 TO WS-RECORD-NO
000318     MOVE 'N' TO WS-EOF-SW
000319
000320     OPEN I-O DL100-WHP-FILE
000321
000322     PERFORM 3100-UPDATE-AT-ENTRY
000323         THRU 3100-UPDATE-AT-ENTRY-EXIT
000324         UNTIL WS-EOF
000325            OR WS-APPLIED
000326            OR WS-NOT-OWNER
000327
000328     CLOSE DL100-WHP-FILE
000329
000330     IF WS-NOT-OWNER
000331         MOVE WS-NOT-OWNER-MSG TO WS-RESULT-MSG
000332     END-IF
000333     IF WS-APPLIED
000334         MOVE WS-CANCELLED-MSG TO WS-RESULT-MSG
000335     END-IF
000336     .
000337 3000-APPLY-COMMAND-EXIT.
000338     EXIT.
000339
000340 3100-UPDATE-AT-ENTRY.
000341     READ DL100-WHP-FILE
000342         AT END
000343             MOVE 'Y' TO WS-EOF-SW
000344         NOT AT END
000345             ADD 1 TO WS-RECORD-NO
000346             IF WS-RECORD-NO EQUAL WS-ENTRY-NO
000347                AND DL100-WHP-WAREHOUSED
000348                 PERFORM 3200-CANCEL-ONE-PAYMENT
000349                     THRU 3200-CANCEL-ONE-PAYMENT-EXIT
000350             END-IF
000351     END-READ
000352     .
000353 3100-UPDATE-AT-ENTRY-EXIT.
000354     EXIT.
000355
000356 3200-CANCEL-ONE-PAYMENT.
000357     IF DL100-WHP-USER-ID NOT EQUAL EIBUSERID
000358         MOVE 'Y' TO WS-NOT-OWNER-SW
000359         GO TO 3200-CANCEL-ONE-PAYMENT-EXIT
000360     END-IF
000361
000362     SET DL100-WHP-CANCELLED TO TRUE
000363     MOVE EIBUSERID TO DL100-WHP-DECIDED-BY
000364     MOVE WS-UPDATE-TS TO DL100-WHP-DECIDED-TS
000365     MOVE 'CANCELLED BY THE KEYING USER' TO DL100-WHP-REASON
000366     SET DL100-WHP-UNREPORTED TO TRUE
000367
000368     REWRITE DL100-WHP-RECORD
000369
000370     MOVE 'Y' TO WS-APPLIED-SW
000371     .
000372 3200-CANCEL-ONE-PAYMENT-EXIT.
000373     EXIT.
