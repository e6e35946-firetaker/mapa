000032*                   DICTIONARY.  THE THREE CODES' RULES CAME
000033*                   THROUGH THE CONVERSION UNCHANGED; THE FIELD
000034*                   MESSAGES NOW NAME THE DICTIONARY FIELD.
000035* 2026-10-15 JFM    THE ACCOUNT LOOK-UP IS A KEYED READ OF THE
000036*                   DL100ACT VSAM FILE INSTEAD OF A PASS OF THE
000037*                   WHOLE MASTER.
000038*================================================================
000039 Identification Division.
000040 Program-ID. DL100VAL.
000041 Environment Division.
000042 Input-Output Section.
000043 File-Control.
000044     SELECT DL100-DCT-FILE ASSIGN TO DL100DCT
000045         ORGANIZATION IS SEQUENTIAL.
000046     SELECT DL100-ACT-FILE ASSIGN TO DL100ACT
000047         ORGANIZATION IS INDEXED
000048         ACCESS MODE IS RANDOM
000049         RECORD KEY IS DL100-ACT-ACCOUNT-NO.
000050
000051 Data Division.
000052 File Section.
000053 FD  DL100-DCT-FILE
000054     RECORDING MODE IS F.
000055     COPY DL100DCT.
000056
000057 FD  DL100-ACT-FILE.
000058     COPY DL100ACT.
000059
000060 Working-Storage Section.
000061
000062 01  WS-MESSAGES.
000063     05  WS-UNKNOWN-CODE-MSG   PIC X(079) VALUE
000064         'UNKNOWN TRANSACTION CODE IN CA-TRAN-CODE - REJECTED'.
000065     05  WS-ACCT-UNKNOWN-MSG   PIC X(079) VALUE
000066         'ACCOUNT IS NOT ON THE ACCOUNT MASTER - REJECTED'.
000067     05  WS-ACCT-CLOSED-MSG    PIC X(079) VALUE
000068         'ACCOUNT IS CLOSED - REJECTED'.
000069     05  WS-ACCT-FROZEN-MSG    PIC X(079) VALUE
000070         'ACCOUNT IS FROZEN - NO MONEY MOVEMENT - REJECTED'.
000071
000072 01  WS-DCT-SWITCHES.
000073     05  WS-DCT-EOF-SW         PIC X(01) VALUE 'N'.
000074         88  WS-DCT-EOF            VALUE 'Y'.
000075     05  WS-CODE-FOUND-SW      PIC X(01) VALUE 'N'.
000076         88  WS-CODE-FOUND         VALUE 'Y'.
000077     05  WS-DCT-OVERFLOW-SW    PIC X(01) VALUE 'N'.
000078         88  WS-DCT-OVERFLOW       VALUE 'Y'.
000079
000080 01  WS-ACT-SWITCHES.
000081     05  WS-ACCT-FOUND-SW      PIC X(01) VALUE 'N'.
000082         88  WS-ACCT-FOUND         VALUE 'Y'.
000083
000084 01  WS-LOOKUP-ACCOUNT         PIC X(10).
000085 01  WS-ACCT-STATUS            PIC X(01).
000086     88  WS-ACCT-STATUS-CLOSED     VALUE 'C'.
000087     88  WS-ACCT-STATUS-FROZEN     VALUE 'F'.
000088
000089 01  WS-EXPECTED-LEN           PIC 9(04) VALUE 0.
000090 01  WS-FIELD-IDX              PIC S9(04) COMP VALUE 0.
000091 01  WS-FIELD-COUNT            PIC S9(04) COMP VALUE 0.
000092 01  WS-FIELD-END              PIC S9(04) COMP VALUE 0.
000093
000094 01  WS-FIELD-TABLE.
000095     05  WS-FLD-ENTRY OCCURS 0 TO 50 TIMES
000096             DEPENDING ON WS-FIELD-COUNT.
000097         10  WS-FLD-NAME           PIC X(12).
000098         10  WS-FLD-OFFSET         PIC 9(04).
000099         10  WS-FLD-LENGTH         PIC 9(04).
000100         10  WS-FLD-TYPE           PIC X(01).
000101         10  WS-FLD-REQUIRED-SW    PIC X(01).
000102         10  WS-FLD-EDIT           PIC X(04).
000103
000104 01  WS-FIELD-VALUE            PIC X(64).
000105
000106 Linkage Section.
000107
000108     COPY CASTUFF.
000109
000110 Procedure Division USING CA-STUFF.
000111 0000-MAINLINE.
000112     SET CA-RC-NORMAL TO TRUE
000113
000114     PERFORM 1000-LOAD-DICTIONARY
000115         THRU 1000-LOAD-DICTIONARY-EXIT
000116
000117     IF NOT WS-CODE-FOUND
000118         SET CA-RC-ERROR TO TRUE
000119         MOVE WS-UNKNOWN-CODE-MSG TO CA-MESSAGE
000120         GOBACK
000121     END-IF
000122
000123     PERFORM 2000-CHECK-LENGTH
000124         THRU 2000-CHECK-LENGTH-EXIT
000125
000126     IF CA-RC-NORMAL
000127         PERFORM 3000-CHECK-ONE-FIELD
000128             THRU 3000-CHECK-ONE-FIELD-EXIT
000129             VARYING WS-FIELD-IDX FROM 1 BY 1
000130             UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
000131                OR NOT CA-RC-NORMAL
000132     END-IF
000133
000134     GOBACK
000135     .
000136
000137 1000-LOAD-DICTIONARY.
000138     MOVE 'N' TO WS-CODE-FOUND-SW
000139     MOVE 'N' TO WS-DCT-EOF-SW
000140     MOVE 0 TO WS-FIELD-COUNT
000141     MOVE 0 TO WS-EXPECTED-LEN
000142
000143     OPEN INPUT DL100-DCT-FILE
000144
000145     PERFORM 1100-LOAD-ONE-RECORD
000146         THRU 1100-LOAD-ONE-RECORD-EXIT
000147         UNTIL WS-DCT-EOF
000148
000149     CLOSE DL100-DCT-FILE
000150     .
000151 1000-LOAD-DICTIONARY-EXIT.
000152     EXIT.
000153
000154 1100-LOAD-ONE-RECORD.
000155     READ DL100-DCT-FILE
000156         AT END
000157             MOVE 'Y' TO WS-DCT-EOF-SW
000158         NOT AT END
000159             IF DL100-DCT-TRAN-CODE EQUAL CA-TRAN-CODE
000160                 PERFORM 1200-KEEP-ONE-RECORD
000161                     THRU 1200-KEEP-ONE-RECORD-EXIT
000162             END-IF
000163     END-READ
000164     .
000165 1100-LOAD-ONE-RECORD-EXIT.
000166     EXIT.
000167
000168 1200-KEEP-ONE-RECORD.
000169     IF DL100-DCT-HEADER
000170         MOVE 'Y' TO WS-CODE-FOUND-SW
000171         MOVE DL100-DCT-DATA-LEN TO WS-EXPECTED-LEN
000172         GO TO 1200-KEEP-ONE-RECORD-EXIT
000173     END-IF
000174
000175     IF NOT DL100-DCT-FIELD
000176         GO TO 1200-KEEP-ONE-RECORD-EXIT
000177     END-IF
000178
000179     IF WS-FIELD-COUNT NOT LESS THAN 50
000180         IF NOT WS-DCT-OVERFLOW
000181             MOVE 'Y' TO WS-DCT-OVERFLOW-SW
000182             DISPLAY 'DL100VAL FIELD TABLE FULL - FURTHER'
000183                 ' DICTIONARY FIELDS FOR ' CA-TRAN-CODE
000184                 ' NOT CHECKED'
000185         END-IF
000186         GO TO 1200-KEEP-ONE-RECORD-EXIT
000187     END-IF
000188
000189     ADD 1 TO WS-FIELD-COUNT
000190     MOVE DL100-DCT-FIELD-NAME
000191         TO WS-FLD-NAME (WS-FIELD-COUNT)
000192     MOVE DL100-DCT-OFFSET TO WS-FLD-OFFSET (WS-FIELD-COUNT)
000193     MOVE DL100-DCT-LENGTH TO WS-FLD-LENGTH (WS-FIELD-COUNT)
000194     MOVE DL100-DCT-TYPE TO WS-FLD-TYPE (WS-FIELD-COUNT)
000195     MOVE DL100-DCT-REQUIRED-SW
000196         TO WS-FLD-REQUIRED-SW (WS-FIELD-COUNT)
000197     MOVE DL100-DCT-EDIT TO WS-FLD-EDIT (WS-FIELD-COUNT)
000198     .
000199 1200-KEEP-ONE-RECORD-EXIT.
000200     EXIT.
000201
000202 2000-CHECK-LENGTH.
000203     IF CA-DATA-LEN NOT EQUAL WS-EXPECTED-LEN
000204         SET CA-RC-ERROR TO TRUE
000205         MOVE SPACES TO CA-MESSAGE
000206         STRING 'CA-DATA-LEN DOES NOT MATCH '
000207                 DELIMITED BY SIZE
000208             CA-TRAN-CODE DELIMITED BY SIZE
000209             ' PAYLOAD LENGTH' DELIMITED BY SIZE
000210             INTO CA-MESSAGE
000211     END-IF
000212     .
000213 2000-CHECK-LENGTH-EXIT.
000214     EXIT.
000215
000216 3000-CHECK-ONE-FIELD.
000217*    A FIELD THE DICTIONARY PLACES OUTSIDE THE PAYLOAD IS A
000218*    DICTIONARY ERROR, NOT A PAYLOAD ERROR - REJECT LOUDLY.
000219     COMPUTE WS-FIELD-END =
000220         WS-FLD-OFFSET (WS-FIELD-IDX)
000221         + WS-FLD-LENGTH (WS-FIELD-IDX) - 1
000222     IF WS-FLD-OFFSET (WS-FIELD-IDX) LESS THAN 1
000223        OR WS-FLD-LENGTH (WS-FIELD-IDX) LESS THAN 1
000224        OR WS-FLD-LENGTH (WS-FIELD-IDX) GREATER THAN 64
000225        OR WS-FIELD-END GREATER THAN CA-DATA-LEN
000226         SET CA-RC-ERROR TO TRUE
000227         PERFORM 3500-BUILD-FIELD-MESSAGE
000228             THRU 3500-BUILD-FIELD-MESSAGE-EXIT
000229         GO TO 3000-CHECK-ONE-FIELD-EXIT
000230     END-IF
000231
000232     MOVE SPACES TO WS-FIELD-VALUE
000233     MOVE CA-DATA(WS-FLD-OFFSET (WS-FIELD-IDX):
000234             WS-FLD-LENGTH (WS-FIELD-IDX))
000235         TO WS-FIELD-VALUE
000236
000237     IF WS-FIELD-VALUE EQUAL SPACES
000238         IF WS-FLD-REQUIRED-SW (WS-FIELD-IDX) EQUAL 'Y'
000239             SET CA-RC-ERROR TO TRUE
000240             PERFORM 3500-BUILD-FIELD-MESSAGE
000241                 THRU 3500-BUILD-FIELD-MESSAGE-EXIT
000242         END-IF
000243*        AN OPTIONAL FIELD LEFT BLANK TAKES NO FURTHER EDITS.
000244         GO TO 3000-CHECK-ONE-FIELD-EXIT
000245     END-IF
000246
000247     IF WS-FLD-TYPE (WS-FIELD-IDX) EQUAL '9'
000248        AND CA-DATA(WS-FLD-OFFSET (WS-FIELD-IDX):
000249             WS-FLD-LENGTH (WS-FIELD-IDX)) NOT NUMERIC
000250         SET CA-RC-ERROR TO TRUE
000251         PERFORM 3500-BUILD-FIELD-MESSAGE
000252             THRU 3500-BUILD-FIELD-MESSAGE-EXIT
000253         GO TO 3000-CHECK-ONE-FIELD-EXIT
000254     END-IF
000255
000256     EVALUATE WS-FLD-EDIT (WS-FIELD-IDX)
000257         WHEN 'ACCT'
000258             MOVE WS-FIELD-VALUE(1:10) TO WS-LOOKUP-ACCOUNT
000259             PERFORM 4000-CHECK-MOVEMENT-ACCOUNT
000260                 THRU 4000-CHECK-MOVEMENT-ACCOUNT-EXIT
000261         WHEN 'ACCI'
000262             MOVE WS-FIELD-VALUE(1:10) TO WS-LOOKUP-ACCOUNT
000263             PERFORM 4500-CHECK-INQUIRY-ACCOUNT
000264                 THRU 4500-CHECK-INQUIRY-ACCOUNT-EXIT
000265         WHEN OTHER
000266             CONTINUE
000267     END-EVALUATE
000268     .
000269 3000-CHECK-ONE-FIELD-EXIT.
000270     EXIT.
000271
000272 3500-BUILD-FIELD-MESSAGE.
000273     MOVE SPACES TO CA-MESSAGE
000274     EVALUATE TRUE
000275         WHEN WS-FIELD-END GREATER THAN CA-DATA-LEN
000276          OR WS-FLD-OFFSET (WS-FIELD-IDX) LESS THAN 1
000277          OR WS-FLD-LENGTH (WS-FIELD-IDX) LESS THAN 1
000278          OR WS-FLD-LENGTH (WS-FIELD-IDX) GREATER THAN 64
000279             STRING CA-TRAN-CODE DELIMITED BY SIZE
000280                 ' ' DELIMITED BY SIZE
000281                 WS-FLD-NAME (WS-FIELD-IDX) DELIMITED BY SPACE
000282                 ' DICTIONARY ENTRY IS BAD - CALL SUPPORT'
000283                     DELIMITED BY SIZE
000284                 INTO CA-MESSAGE
000285         WHEN WS-FIELD-VALUE EQUAL SPACES
000286             STRING CA-TRAN-CODE DELIMITED BY SIZE
000287                 ' ' DELIMITED BY SIZE
000288                 WS-FLD-NAME (WS-FIELD-IDX) DELIMITED BY SPACE
000289                 ' IS MISSING' DELIMITED BY SIZE
000290                 INTO CA-MESSAGE
000291         WHEN OTHER
000292             STRING CA-TRAN-CODE DELIMITED BY SIZE
000293                 ' ' DELIMITED BY SIZE
000294                 WS-FLD-NAME (WS-FIELD-IDX) DELIMITED BY SPACE
000295                 ' IS NOT NUMERIC' DELIMITED BY SIZE
000296                 INTO CA-MESSAGE
000297     END-EVALUATE
000298     .
000299 3500-BUILD-FIELD-MESSAGE-EXIT.
000300     EXIT.
000301
000302 4000-CHECK-MOVEMENT-ACCOUNT.
000303     PERFORM 5000-LOOK-UP-ACCOUNT
000304         THRU 5000-LOOK-UP-ACCOUNT-EXIT
000305
000306     EVALUATE TRUE
000307         WHEN NOT WS-ACCT-FOUND
000308             SET CA-RC-ERROR TO TRUE
000309             MOVE WS-ACCT-UNKNOWN-MSG TO CA-MESSAGE
000310         WHEN WS-ACCT-STATUS-CLOSED
000311             SET CA-RC-ERROR TO TRUE
000312             MOVE WS-ACCT-CLOSED-MSG TO CA-MESSAGE
000313         WHEN WS-ACCT-STATUS-FROZEN
000314             SET CA-RC-ERROR TO TRUE
000315             MOVE WS-ACCT-FROZEN-MSG TO CA-MESSAGE
000316     END-EVALUATE
000317     .
000318 4000-CHECK-MOVEMENT-ACCOUNT-EXIT.
000319     EXIT.
000320
000321 4500-CHECK-INQUIRY-ACCOUNT.
000322     PERFORM 5000-LOOK-UP-ACCOUNT
000323         THRU 5000-LOOK-UP-ACCOUNT-EXIT
000324
000325*    A FROZEN ACCOUNT STILL ANSWERS INQUIRIES - ONLY MONEY
000326*    MOVEMENT IS BLOCKED.
000327     EVALUATE TRUE
000328         WHEN NOT WS-ACCT-FOUND
000329             SET CA-RC-ERROR TO TRUE
000330             MOVE WS-ACCT-UNKNOWN-MSG TO CA-MESSAGE
000331         WHEN WS-ACCT-STATUS-CLOSED
000332             SET CA-RC-ERROR TO TRUE
000333             MOVE WS-ACCT-CLOSED-MSG TO CA-MESSAGE
000334     END-EVALUATE
000335     .
000336 4500-CHECK-INQUIRY-ACCOUNT-EXIT.
000337     EXIT.
000338
000339 5000-LOOK-UP-ACCOUNT.
000340     MOVE 'N' TO WS-ACCT-FOUND-SW
000341     MOVE SPACES TO WS-ACCT-STATUS
000342     MOVE WS-LOOKUP-ACCOUNT TO DL100-ACT-ACCOUNT-NO
000343
000344     OPEN INPUT DL100-ACT-FILE
000345
000346     READ DL100-ACT-FILE
000347         INVALID KEY
000348             CONTINUE
000349         NOT INVALID KEY
000350             MOVE 'Y' TO WS-ACCT-FOUND-SW
000351             MOVE DL100-ACT-STATUS-SW TO WS-ACCT-STATUS
000352     END-READ
000353
000354     CLOSE DL100-ACT-FILE
000355     .
000356 5000-LOOK-UP-ACCOUNT-EXIT.
000357     EXIT.
