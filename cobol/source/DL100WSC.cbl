000001*================================================================
000002* DL100WSC
000003*
000004* WATCH-LIST SCREENING SUBPROGRAM.
000005*
000006* CALLED WITH DL100-WSP-PARMS BY EVERY PROGRAM THAT IS ABOUT TO
000007* MOVE MONEY TO A THIRD PARTY (PGMA0001 ON RECEIPT, DL100WRL ON
000008* RELEASE OF A WAREHOUSED PAYMENT, DL100BLK FOR BULK INPUT) SO
000009* THE SCREEN IS THE SAME EVERYWHERE.  FUNCTION SCRN SCREENS ONE
000010* MOVEMENT AGAINST THE DL100WLS WATCH LIST:
000011*     PAY1  THE PAYEE NAME IS MATCHED AGAINST EVERY NAME ENTRY,
000012*           FIRST EXACTLY AND THEN NORMALIZED.
000013*     XFR1  THE TO-ACCOUNT IS MATCHED AGAINST EVERY ACCOUNT ENTRY,
000014*           AND THE HOLDER'S NAME FROM DL100ACT AGAINST EVERY
000015*           NAME ENTRY, EXACTLY AND THEN NORMALIZED.
000016* AN EXACT OR ACCOUNT MATCH IS REPORTED IN PREFERENCE TO A
000017* NORMALIZED ONE.  NORMALIZING UPPER-CASES THE NAME AND DROPS
000018* EVERYTHING BUT LETTERS AND DIGITS, SO "ACME TRADING, LTD." AND
000019* "Acme Trading Ltd" BOTH SCREEN AS ACMETRADINGLTD.  FUNCTION NORM
000020* RETURNS THAT FORM OF DL100-WSP-NAME FOR THE DL100WLL LOADER.
000021* AN EMPTY OR MISSING WATCH LIST SCREENS EVERYTHING CLEAR.
000022*
000023* MAINTENANCE HISTORY
000024* DATE       INIT   DESCRIPTION
000025* ---------- ------ ----------------------------------------------
000026* 2026-10-15 JFM    INITIAL VERSION.
000027* 2026-10-15 JFM    THE HOLDER NAME IS A KEYED READ OF THE
000028*                   DL100ACT VSAM FILE INSTEAD OF A PASS OF THE
000029*                   WHOLE MASTER.
000030* 2026-10-15 JFM    CALLER LIST NOW NAMES DL100BLK, WHICH SCREENS
000031*                   EVERY BULK INSTRUCTION.
000032*================================================================
000033 Identification Division.
000034 Program-ID. DL100WSC.
000035 Environment Division.
000036 Input-Output Section.
000037 File-Control.
000038     SELECT DL100-WLS-FILE ASSIGN TO DL100WLS
000039         ORGANIZATION IS SEQUENTIAL.
000040     SELECT DL100-ACT-FILE ASSIGN TO DL100ACT
000041         ORGANIZATION IS INDEXED
000042         ACCESS MODE IS RANDOM
000043         RECORD KEY IS DL100-ACT-ACCOUNT-NO.
000044
000045 Data Division.
000046 File Section.
000047 FD  DL100-WLS-FILE
000048     RECORDING MODE IS F.
000049     COPY DL100WLS.
000050
000051 FD  DL100-ACT-FILE.
000052     COPY DL100ACT.
000053
000054 Working-Storage Section.
000055
000056 01  CONSTANTS.
000057     05  TRAN-PAYMENT          PIC X(004) VALUE 'PAY1'.
000058     05  TRAN-TRANSFER         PIC X(004) VALUE 'XFR1'.
000059
000060 01  WS-SWITCHES.
000061     05  WS-EOF-SW             PIC X(01) VALUE 'N'.
000062         88  WS-EOF                VALUE 'Y'.
000063     05  WS-EXACT-HIT-SW       PIC X(01) VALUE 'N'.
000064         88  WS-EXACT-HIT          VALUE 'Y'.
000065
000066 01  WS-SCREEN-NAME            PIC X(40).
000067 01  WS-SCREEN-NORM            PIC X(40).
000068 01  WS-SCREEN-ACCOUNT         PIC X(10).
000069
000070 01  WS-NORM-WORK.
000071     05  WS-NORM-IN            PIC X(40).
000072     05  WS-NORM-OUT           PIC X(40).
000073     05  WS-NORM-CHAR          PIC X(01).
000074     05  WS-NORM-IN-IDX        PIC S9(04) COMP.
000075     05  WS-NORM-OUT-IDX       PIC S9(04) COMP.
000076
000077 Linkage Section.
000078     COPY DL100WSP.
000079
000080 Procedure Division USING DL100-WSP-PARMS.
000081 0000-MAINLINE.
000082     SET DL100-WSP-CLEAR TO TRUE
000083     MOVE SPACE TO DL100-WSP-MATCH-TYPE
000084     MOVE SPACES TO DL100-WSP-ENTRY-ID
000085     MOVE SPACES TO DL100-WSP-LISTED-NAME
000086     MOVE SPACES TO DL100-WSP-LIST-CODE
000087
000088     EVALUATE TRUE
000089         WHEN DL100-WSP-FUNC-SCREEN
000090             PERFORM 1000-SCREEN-MOVEMENT
000091                 THRU 1000-SCREEN-MOVEMENT-EXIT
000092         WHEN DL100-WSP-FUNC-NORMALIZE
000093             MOVE DL100-WSP-NAME TO WS-NORM-IN
000094             PERFORM 8000-NORMALIZE-NAME
000095                 THRU 8000-NORMALIZE-NAME-EXIT
000096             MOVE WS-NORM-OUT TO DL100-WSP-NORM-NAME
000097         WHEN OTHER
000098             CONTINUE
000099     END-EVALUATE
000100
000101     GOBACK
000102     .
000103
000104 1000-SCREEN-MOVEMENT.
000105     MOVE SPACES TO WS-SCREEN-NAME
000106     MOVE SPACES TO WS-SCREEN-ACCOUNT
000107
000108     EVALUATE DL100-WSP-TRAN-CODE
000109         WHEN TRAN-PAYMENT
000110             MOVE DL100-WSP-COUNTERPARTY TO WS-SCREEN-NAME
000111         WHEN TRAN-TRANSFER
000112             MOVE DL100-WSP-COUNTERPARTY(1:10)
000113                 TO WS-SCREEN-ACCOUNT
000114             PERFORM 2000-FETCH-HOLDER-NAME
000115                 THRU 2000-FETCH-HOLDER-NAME-EXIT
000116         WHEN OTHER
000117             GO TO 1000-SCREEN-MOVEMENT-EXIT
000118     END-EVALUATE
000119
000120     IF WS-SCREEN-NAME EQUAL SPACES
000121        AND WS-SCREEN-ACCOUNT EQUAL SPACES
000122         GO TO 1000-SCREEN-MOVEMENT-EXIT
000123     END-IF
000124
000125     MOVE WS-SCREEN-NAME TO WS-NORM-IN
000126     PERFORM 8000-NORMALIZE-NAME
000127         THRU 8000-NORMALIZE-NAME-EXIT
000128     MOVE WS-NORM-OUT TO WS-SCREEN-NORM
000129     MOVE WS-NORM-OUT TO DL100-WSP-NORM-NAME
000130
000131     MOVE 'N' TO WS-EXACT-HIT-SW
000132     MOVE 'N' TO WS-EOF-SW
000133
000134     OPEN INPUT DL100-WLS-FILE
000135
000136     PERFORM 3000-SCREEN-ONE-ENTRY
000137         THRU 3000-SCREEN-ONE-ENTRY-EXIT
000138         UNTIL WS-EOF
000139            OR WS-EXACT-HIT
000140
000141     CLOSE DL100-WLS-FILE
000142     .
000143 1000-SCREEN-MOVEMENT-EXIT.
000144     EXIT.
000145
000146 2000-FETCH-HOLDER-NAME.
000147     MOVE WS-SCREEN-ACCOUNT TO DL100-ACT-ACCOUNT-NO
000148
000149     OPEN INPUT DL100-ACT-FILE
000150
000151     READ DL100-ACT-FILE
000152         INVALID KEY
000153             CONTINUE
000154         NOT INVALID KEY
000155             MOVE DL100-ACT-SHORT-NAME TO WS-SCREEN-NAME
000156     END-READ
000157
000158     CLOSE DL100-ACT-FILE
000159     .
000160 2000-FETCH-HOLDER-NAME-EXIT.
000161     EXIT.
000162
000163 3000-SCREEN-ONE-ENTRY.
000164     READ DL100-WLS-FILE
000165         AT END
000166             MOVE 'Y' TO WS-EOF-SW
000167         NOT AT END
000168             PERFORM 3100-MATCH-ENTRY
000169                 THRU 3100-MATCH-ENTRY-EXIT
000170     END-READ
000171     .
000172 3000-SCREEN-ONE-ENTRY-EXIT.
000173     EXIT.
000174
000175 3100-MATCH-ENTRY.
000176     IF DL100-WLS-ACCOUNT-ENTRY
000177         IF WS-SCREEN-ACCOUNT NOT EQUAL SPACES
000178            AND DL100-WLS-ACCOUNT-NO EQUAL WS-SCREEN-ACCOUNT
000179             SET DL100-WSP-ACCOUNT-MATCH TO TRUE
000180             PERFORM 3200-RETURN-HIT
000181                 THRU 3200-RETURN-HIT-EXIT
000182             MOVE 'Y' TO WS-EXACT-HIT-SW
000183         END-IF
000184         GO TO 3100-MATCH-ENTRY-EXIT
000185     END-IF
000186
000187     IF NOT DL100-WLS-NAME-ENTRY
000188        OR WS-SCREEN-NAME EQUAL SPACES
000189         GO TO 3100-MATCH-ENTRY-EXIT
000190     END-IF
000191
000192     IF DL100-WLS-PARTY-NAME EQUAL WS-SCREEN-NAME
000193         SET DL100-WSP-EXACT-MATCH TO TRUE
000194         PERFORM 3200-RETURN-HIT
000195             THRU 3200-RETURN-HIT-EXIT
000196         MOVE 'Y' TO WS-EXACT-HIT-SW
000197         GO TO 3100-MATCH-ENTRY-EXIT
000198     END-IF
000199
000200*    A NORMALIZED MATCH IS KEPT ONLY UNTIL AN EXACT ONE TURNS UP
000201*    FURTHER DOWN THE LIST.
000202     IF DL100-WSP-CLEAR
000203        AND WS-SCREEN-NORM NOT EQUAL SPACES
000204        AND DL100-WLS-NORM-NAME EQUAL WS-SCREEN-NORM
000205         SET DL100-WSP-NORM-MATCH TO TRUE
000206         PERFORM 3200-RETURN-HIT
000207             THRU 3200-RETURN-HIT-EXIT
000208     END-IF
000209     .
000210 3100-MATCH-ENTRY-EXIT.
000211     EXIT.
000212
000213 3200-RETURN-HIT.
000214     SET DL100-WSP-HIT TO TRUE
000215     MOVE DL100-WLS-ENTRY-ID TO DL100-WSP-ENTRY-ID
000216     MOVE DL100-WLS-LIST-CODE TO DL100-WSP-LIST-CODE
000217
000218     IF DL100-WLS-ACCOUNT-ENTRY
000219         MOVE DL100-WLS-ACCOUNT-NO TO DL100-WSP-LISTED-NAME
000220     ELSE
000221         MOVE DL100-WLS-PARTY-NAME TO DL100-WSP-LISTED-NAME
000222     END-IF
000223     .
000224 3200-RETURN-HIT-EXIT.
000225     EXIT.
000226
000227 8000-NORMALIZE-NAME.
000228     MOVE SPACES TO WS-NORM-OUT
000229     MOVE 0 TO WS-NORM-OUT-IDX
000230
000231     INSPECT WS-NORM-IN
000232         CONVERTING 'abcdefghijklmnopqrstuvwxyz'
000233                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
000234
000235     PERFORM 8100-NORMALIZE-ONE-CHAR
000236         THRU 8100-NORMALIZE-ONE-CHAR-EXIT
000237         VARYING WS-NORM-IN-IDX FROM 1 BY 1
000238         UNTIL WS-NORM-IN-IDX GREATER THAN 40
000239     .
000240 8000-NORMALIZE-NAME-EXIT.
000241     EXIT.
000242
000243 8100-NORMALIZE-ONE-CHAR.
000244     MOVE WS-NORM-IN(WS-NORM-IN-IDX:1) TO WS-NORM-CHAR
000245
000246     IF (WS-NORM-CHAR ALPHABETIC-UPPER
000247            AND WS-NORM-CHAR NOT EQUAL SPACE)
000248        OR WS-NORM-CHAR NUMERIC
000249         ADD 1 TO WS-NORM-OUT-IDX
000250         MOVE WS-NORM-CHAR TO WS-NORM-OUT(WS-NORM-OUT-IDX:1)
000251     END-IF
000252     .
000253 8100-NORMALIZE-ONE-CHAR-EXIT.
000254     EXIT.
