000016* RECORDS ON DL100AUO / DL100EXO / DL100CHO, CARRIES EVERY
000017* FIELD ACROSS UNCHANGED, FILLS THE NEW TRAILING FIELDS WITH
000018* SPACES, AND WRITES THE NEW-LAYOUT DATASET ON DL100AUA /
000019* DL100EXA / DL100CHG.  AN EMPTY INPUT DD CONVERTS NOTHING AND
000020* LEAVES THAT PASS'S OUTPUT DATASET UNOPENED, SO THE SAME JOB
000021* STEP CAN RUN AGAINST ANY ONE RECORD TYPE ALONE WITHOUT
000022* EMPTYING THE OTHER TWO - THE PERMANENT DL100CHG CHANGE LOG
000023* ABOVE ALL.  AFTER CONVERSION THE NOTES IN DL100AUD.CPY,
000024* DL100EXC.CPY, AND DL100CHG.CPY HOLD, AND DL100TRC / DL100TRH /
000025* DL100UCD / DL100EXT / DL100ACK READ OLD DATA WITHOUT SPECIAL
000026* CASES.
000027*
000028* THE LATER GROWTH OF THE DL100TDT TRANSACTION DETAIL RECORD IS
000029* CONVERTED BY ITS OWN ONE-TIME JOB, DL100TCV, NOT BY THIS ONE.
000030*
000031* MAINTENANCE HISTORY
000032* DATE       INIT   DESCRIPTION
000033* ---------- ------ ----------------------------------------------
000034* 2026-09-02 JFM    INITIAL VERSION.
000035* 2026-09-02 JFM    ADDED THE DL100CHG CONVERSION PASS - THE
000036*                   CHANGE LOG GREW TOO AND IS A PERMANENT
000037*                   FILE READ END-TO-END BY DL100UCD, DL100EXT,
000038*                   AND DL100ACK.
000039* 2026-10-15 JFM    A PASS WHOSE INPUT IS EMPTY NO LONGER OPENS
000040*                   ITS OUTPUT DATASET, SO A RUN FOR ONE RECORD
000041*                   TYPE CANNOT EMPTY THE OTHERS.
000042*================================================================
000043 Identification Division.
000044 Program-ID. DL100ACV.
000045 Environment Division.
000046 Input-Output Section.
000047 File-Control.
000048     SELECT DL100-AUO-FILE ASSIGN TO DL100AUO
000049         ORGANIZATION IS SEQUENTIAL.
000050     SELECT DL100-AUA-FILE ASSIGN TO DL100AUA
000051         ORGANIZATION IS SEQUENTIAL.
000052     SELECT DL100-EXO-FILE ASSIGN TO DL100EXO
000053         ORGANIZATION IS SEQUENTIAL.
000054     SELECT DL100-EXA-FILE ASSIGN TO DL100EXA
000055         ORGANIZATION IS SEQUENTIAL.
000056     SELECT DL100-CHO-FILE ASSIGN TO DL100CHO
000057         ORGANIZATION IS SEQUENTIAL.
000058     SELECT DL100-CHG-FILE ASSIGN TO DL100CHG
000059         ORGANIZATION IS SEQUENTIAL.
000060
000061 Data Division.
000062 File Section.
000063*    THE OLD LAYOUTS ARE DECLARED HERE AND NOWHERE ELSE - THEY
000064*    EXIST ONLY SO THIS CONVERSION CAN READ PRE-PROMOTION DATA.
000065 FD  DL100-AUO-FILE
000066     RECORDING MODE IS F.
000067 01  DL100-AUO-RECORD.
000068     05  DL100-AUO-TIMESTAMP       PIC X(26).
000069     05  DL100-AUO-TERM-ID         PIC X(04).
000070     05  DL100-AUO-USER-ID         PIC X(08).
000071     05  DL100-AUO-SOURCE-PGM      PIC X(12).
000072     05  DL100-AUO-TARGET-PGM      PIC X(08).
000073     05  DL100-AUO-CA-LEN          PIC 9(08).
000074     05  DL100-AUO-CORR-ID         PIC X(16).
000075
000076 FD  DL100-AUA-FILE
000077     RECORDING MODE IS F.
000078     COPY DL100AUD
000079         REPLACING ==DL100-AUD-RECORD== BY ==DL100-AUA-RECORD==
000080           ==DL100-AUD-TIMESTAMP==  BY ==DL100-AUA-TIMESTAMP==
000081           ==DL100-AUD-TERM-ID==    BY ==DL100-AUA-TERM-ID==
000082           ==DL100-AUD-USER-ID==    BY ==DL100-AUA-USER-ID==
000083           ==DL100-AUD-SOURCE-PGM== BY ==DL100-AUA-SOURCE-PGM==
000084           ==DL100-AUD-TARGET-PGM== BY ==DL100-AUA-TARGET-PGM==
000085           ==DL100-AUD-CA-LEN==     BY ==DL100-AUA-CA-LEN==
000086           ==DL100-AUD-CORR-ID==    BY ==DL100-AUA-CORR-ID==
000087           ==DL100-AUD-TRAN-CODE==  BY ==DL100-AUA-TRAN-CODE==.
000088
000089 FD  DL100-EXO-FILE
000090     RECORDING MODE IS F.
000091 01  DL100-EXO-RECORD.
000092     05  DL100-EXO-TIMESTAMP       PIC X(26).
000093     05  DL100-EXO-PROGRAM-NAME    PIC X(12).
000094     05  DL100-EXO-BLOCK-NO        PIC 9(01).
000095     05  DL100-EXO-BRANCH-CODE     PIC X(08).
000096     05  DL100-EXO-CANDIDATE-NAME  PIC X(08).
000097     05  DL100-EXO-SENT-SW         PIC X(01).
000098     05  DL100-EXO-CORR-ID         PIC X(16).
000099     05  DL100-EXO-STATUS-SW       PIC X(01).
000100     05  DL100-EXO-ACKED-BY        PIC X(08).
000101     05  DL100-EXO-ACKED-TS        PIC X(26).
000102     05  DL100-EXO-CLOSED-TS       PIC X(26).
000103     05  DL100-EXO-RESOLUTION-CODE PIC X(04).
000104     05  DL100-EXO-RESOLUTION-NOTE PIC X(40).
000105
000106 FD  DL100-EXA-FILE
000107     RECORDING MODE IS F.
000108     COPY DL100EXC
000109         REPLACING ==DL100-EXCEPTION-RECORD==
000110               BY ==DL100-EXA-RECORD==
000111           ==DL100-EXC-TIMESTAMP== BY ==DL100-EXA-TIMESTAMP==
000112           ==DL100-EXC-PROGRAM-NAME==
000113               BY ==DL100-EXA-PROGRAM-NAME==
000114           ==DL100-EXC-BLOCK-NO==  BY ==DL100-EXA-BLOCK-NO==
000115           ==DL100-EXC-BRANCH-CODE==
000116               BY ==DL100-EXA-BRANCH-CODE==
000117           ==DL100-EXC-CANDIDATE-NAME==
000118               BY ==DL100-EXA-CANDIDATE-NAME==
000119           ==DL100-EXC-SENT-SW==   BY ==DL100-EXA-SENT-SW==
000120           ==DL100-EXC-SENT==      BY ==DL100-EXA-SENT==
000121           ==DL100-EXC-UNSENT==    BY ==DL100-EXA-UNSENT==
000122           ==DL100-EXC-STATUS-SW== BY ==DL100-EXA-STATUS-SW==
000123           ==DL100-EXC-OPEN==      BY ==DL100-EXA-OPEN==
000124           ==DL100-EXC-ACKED==     BY ==DL100-EXA-ACKED==
000125           ==DL100-EXC-CLOSED==    BY ==DL100-EXA-CLOSED==
000126           ==DL100-EXC-ACKED-BY==  BY ==DL100-EXA-ACKED-BY==
000127           ==DL100-EXC-ACKED-TS==  BY ==DL100-EXA-ACKED-TS==
000128           ==DL100-EXC-CLOSED-TS== BY ==DL100-EXA-CLOSED-TS==
000129           ==DL100-EXC-RESOLUTION-CODE==
000130               BY ==DL100-EXA-RESOLUTION-CODE==
000131           ==DL100-EXC-RESOLUTION-NOTE==
000132               BY ==DL100-EXA-RESOLUTION-NOTE==
000133           ==DL100-EXC-CORR-ID==   BY ==DL100-EXA-CORR-ID==
000134           ==DL100-EXC-TICKET-NO== BY ==DL100-EXA-TICKET-NO==.
000135
000136 FD  DL100-CHO-FILE
000137     RECORDING MODE IS F.
000138 01  DL100-CHO-RECORD.
000139     05  DL100-CHO-TIMESTAMP       PIC X(26).
000140     05  DL100-CHO-BLOCK-NO        PIC 9(01).
000141     05  DL100-CHO-FIELD-NAME      PIC X(12).
000142     05  DL100-CHO-OLD-VALUE       PIC X(08).
000143     05  DL100-CHO-NEW-VALUE       PIC X(08).
000144     05  DL100-CHO-REQUESTOR       PIC X(08).
000145     05  DL100-CHO-TICKET-REF      PIC X(12).
000146     05  DL100-CHO-SENT-SW         PIC X(01).
000147
000148 FD  DL100-CHG-FILE
000149     RECORDING MODE IS F.
000150     COPY DL100CHG.
000151
000152 Working-Storage Section.
000153
000154 01  WS-SWITCHES.
000155     05  WS-EOF-SW             PIC X(01) VALUE 'N'.
000156         88  WS-EOF                VALUE 'Y'.
000157
000158 01  WS-AUD-CONVERTED-COUNT    PIC S9(08) COMP VALUE 0.
000159 01  WS-EXC-CONVERTED-COUNT    PIC S9(08) COMP VALUE 0.
000160 01  WS-CHG-CONVERTED-COUNT    PIC S9(08) COMP VALUE 0.
000161
000162 Procedure Division.
000163 0000-MAINLINE.
000164     PERFORM 1000-CONVERT-AUDIT
000165         THRU 1000-CONVERT-AUDIT-EXIT
000166
000167     PERFORM 2000-CONVERT-EXCEPTIONS
000168         THRU 2000-CONVERT-EXCEPTIONS-EXIT
000169
000170     PERFORM 3000-CONVERT-CHANGES
000171         THRU 3000-CONVERT-CHANGES-EXIT
000172
000173     DISPLAY 'DL100ACV AUDIT RECORDS CONVERTED     = '
000174         WS-AUD-CONVERTED-COUNT
000175     DISPLAY 'DL100ACV EXCEPTION RECORDS CONVERTED = '
000176         WS-EXC-CONVERTED-COUNT
000177     DISPLAY 'DL100ACV CHANGE RECORDS CONVERTED    = '
000178         WS-CHG-CONVERTED-COUNT
000179
000180     GOBACK
000181     .
000182
000183 1000-CONVERT-AUDIT.
000184     MOVE 'N' TO WS-EOF-SW
000185
000186     OPEN INPUT DL100-AUO-FILE
000187
000188     READ DL100-AUO-FILE
000189         AT END
000190             MOVE 'Y' TO WS-EOF-SW
000191     END-READ
000192
000193*    AN EMPTY INPUT LEAVES THE OUTPUT DATASET AS IT IS.
000194     IF WS-EOF
000195         CLOSE DL100-AUO-FILE
000196         GO TO 1000-CONVERT-AUDIT-EXIT
000197     END-IF
000198
000199     OPEN OUTPUT DL100-AUA-FILE
000200
000201     PERFORM 1100-CONVERT-ONE-AUDIT
000202         THRU 1100-CONVERT-ONE-AUDIT-EXIT
000203         UNTIL WS-EOF
000204
000205     CLOSE DL100-AUO-FILE
000206     CLOSE DL100-AUA-FILE
000207     .
000208 1000-CONVERT-AUDIT-EXIT.
000209     EXIT.
000210
000211 1100-CONVERT-ONE-AUDIT.
000212     MOVE DL100-AUO-TIMESTAMP TO DL100-AUA-TIMESTAMP
000213     MOVE DL100-AUO-TERM-ID TO DL100-AUA-TERM-ID
000214     MOVE DL100-AUO-USER-ID TO DL100-AUA-USER-ID
000215     MOVE DL100-AUO-SOURCE-PGM TO DL100-AUA-SOURCE-PGM
000216     MOVE DL100-AUO-TARGET-PGM TO DL100-AUA-TARGET-PGM
000217     MOVE DL100-AUO-CA-LEN TO DL100-AUA-CA-LEN
000218     MOVE DL100-AUO-CORR-ID TO DL100-AUA-CORR-ID
000219     MOVE SPACES TO DL100-AUA-TRAN-CODE
000220     WRITE DL100-AUA-RECORD
000221     ADD 1 TO WS-AUD-CONVERTED-COUNT
000222
000223     READ DL100-AUO-FILE
000224         AT END
000225             MOVE 'Y' TO WS-EOF-SW
000226     END-READ
000227     .
000228 1100-CONVERT-ONE-AUDIT-EXIT.
000229     EXIT.
000230
000231 2000-CONVERT-EXCEPTIONS.
000232     MOVE 'N' TO WS-EOF-SW
000233
000234     OPEN INPUT DL100-EXO-FILE
000235
000236     READ DL100-EXO-FILE
000237         AT END
000238             MOVE 'Y' TO WS-EOF-SW
000239     END-READ
000240
000241*    AN EMPTY INPUT LEAVES THE OUTPUT DATASET AS IT IS.
000242     IF WS-EOF
000243         CLOSE DL100-EXO-FILE
000244         GO TO 2000-CONVERT-EXCEPTIONS-EXIT
000245     END-IF
000246
000247     OPEN OUTPUT DL100-EXA-FILE
000248
000249     PERFORM 2100-CONVERT-ONE-EXCEPTION
000250         THRU 2100-CONVERT-ONE-EXCEPTION-EXIT
000251         UNTIL WS-EOF
000252
000253     CLOSE DL100-EXO-FILE
000254     CLOSE DL100-EXA-FILE
000255     .
000256 2000-CONVERT-EXCEPTIONS-EXIT.
000257     EXIT.
000258
000259 2100-CONVERT-ONE-EXCEPTION.
000260     MOVE DL100-EXO-TIMESTAMP TO DL100-EXA-TIMESTAMP
000261     MOVE DL100-EXO-PROGRAM-NAME TO DL100-EXA-PROGRAM-NAME
000262     MOVE DL100-EXO-BLOCK-NO TO DL100-EXA-BLOCK-NO
000263     MOVE DL100-EXO-BRANCH-CODE TO DL100-EXA-BRANCH-CODE
000264     MOVE DL100-EXO-CANDIDATE-NAME TO DL100-EXA-CANDIDATE-NAME
000265     MOVE DL100-EXO-SENT-SW TO DL100-EXA-SENT-SW
000266     MOVE DL100-EXO-CORR-ID TO DL100-EXA-CORR-ID
000267     MOVE DL100-EXO-STATUS-SW TO DL100-EXA-STATUS-SW
000268     MOVE DL100-EXO-ACKED-BY TO DL100-EXA-ACKED-BY
000269     MOVE DL100-EXO-ACKED-TS TO DL100-EXA-ACKED-TS
000270     MOVE DL100-EXO-CLOSED-TS TO DL100-EXA-CLOSED-TS
000271     MOVE DL100-EXO-RESOLUTION-CODE TO DL100-EXA-RESOLUTION-CODE
000272     MOVE DL100-EXO-RESOLUTION-NOTE TO DL100-EXA-RESOLUTION-NOTE
000273     MOVE SPACES TO DL100-EXA-TICKET-NO
000274     WRITE DL100-EXA-RECORD
000275     ADD 1 TO WS-EXC-CONVERTED-COUNT
000276
000277     READ DL100-EXO-FILE
000278         AT END
000279             MOVE 'Y' TO WS-EOF-SW
000280     END-READ
000281     .
000282 2100-CONVERT-ONE-EXCEPTION-EXIT.
000283     EXIT.
000284
000285 3000-CONVERT-CHANGES.
000286     MOVE 'N' TO WS-EOF-SW
000287
000288     OPEN INPUT DL100-CHO-FILE
000289
000290     READ DL100-CHO-FILE
000291         AT END
000292             MOVE 'Y' TO WS-EOF-SW
000293     END-READ
000294
000295*    AN EMPTY INPUT LEAVES THE OUTPUT DATASET AS IT IS.
000296     IF WS-EOF
000297         CLOSE DL100-CHO-FILE
000298         GO TO 3000-CONVERT-CHANGES-EXIT
000299     END-IF
000300
000301     OPEN OUTPUT DL100-CHG-FILE
000302
000303     PERFORM 3100-CONVERT-ONE-CHANGE
000304         THRU 3100-CONVERT-ONE-CHANGE-EXIT
000305         UNTIL WS-EOF
000306
000307     CLOSE DL100-CHO-FILE
000308     CLOSE DL100-CHG-FILE
000309     .
000310 3000-CONVERT-CHANGES-EXIT.
000311     EXIT.
000312
000313 3100-CONVERT-ONE-CHANGE.
000314     MOVE DL100-CHO-TIMESTAMP TO DL100-CHG-TIMESTAMP
000315     MOVE DL100-CHO-BLOCK-NO TO DL100-CHG-BLOCK-NO
000316     MOVE DL100-CHO-FIELD-NAME TO DL100-CHG-FIELD-NAME
000317     MOVE DL100-CHO-OLD-VALUE TO DL100-CHG-OLD-VALUE
000318     MOVE DL100-CHO-NEW-VALUE TO DL100-CHG-NEW-VALUE
000319     MOVE DL100-CHO-REQUESTOR TO DL100-CHG-REQUESTOR
000320     MOVE DL100-CHO-TICKET-REF TO DL100-CHG-TICKET-REF
000321     MOVE DL100-CHO-SENT-SW TO DL100-CHG-SENT-SW
000322     MOVE SPACES TO DL100-CHG-SM-TICKET-NO
000323     WRITE DL100-CHANGE-RECORD
000324     ADD 1 TO WS-CHG-CONVERTED-COUNT
000325
000326     READ DL100-CHO-FILE
000327         AT END
000328             MOVE 'Y' TO WS-EOF-SW
000329     END-READ
000330     .
000331 3100-CONVERT-ONE-CHANGE-EXIT.
000332     EXIT.
