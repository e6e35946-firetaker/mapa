000001*================================================================
000002* DL100PRF
000003*
000004* END-OF-DAY PROOF OF THE THREE MONEY VIEWS - THE DL100ACT
000005* BALANCES, THE DL100TDT MOVEMENT DETAIL, AND THE DL100GLI LEDGER
000006* EXTRACT DL100GLX SENT.
000007*
000008* ACCOUNT PROOF - EVERY DL100ACT BALANCE IS SNAPSHOT TO DL100BSN.
000009* THE CHANGE SINCE THE PREVIOUS PROOF'S SNAPSHOT (DL100BSO, THE
000010* PREVIOUS GENERATION) MUST EQUAL THE NET DL100TDT MOVEMENT ON
000011* THE ACCOUNT RECORDED SINCE THAT SNAPSHOT WAS TAKEN: PAY1 AND
000012* XFR1 DEBIT THE KEYED ACCOUNT, XFR1 CREDITS ITS TO-ACCOUNT, AND
000013* A REV1 RUNS THE OTHER WAY.  AN ACCOUNT WITH NO EARLIER SNAPSHOT
000014* IS PROVED FROM A ZERO BALANCE (ACCOUNTS OPEN AT ZERO).  THE
000015* VERY FIRST RUN, WITH NO EARLIER SNAPSHOT AT ALL, ONLY TAKES THE
000016* BASELINE.
000017*
000018* LEDGER PROOF - THE COUNT AND AMOUNT OF THE DL100TDT DETAIL
000019* THIS DL100GLI EXTRACT SENT MUST EQUAL THE DL100GLI TRAILER, AND
000020* THE TRAILER MUST EQUAL THE DETAIL RECORDS ON THE FILE.
000021* DL100GLX SENDS EVERY DETAIL NOT YET EXTRACTED, WHATEVER ITS
000022* PROCESSING DATE, IN DL100TDT ORDER, SO THE DETAIL SENT IS FOUND
000023* BY WALKING DL100TDT AND THE DL100GLI DETAIL TOGETHER BY TOKEN -
000024* A LATE APPROVAL POSTED ON AN EARLIER DATE, OR A DAY DL100GLX
000025* MISSED, IS PROVED WITH THE EXTRACT THAT CARRIED IT.  DETAIL
000026* RECORDED SINCE DL100GLX RAN IS LISTED AS AWAITING THE NEXT
000027* EXTRACT.
000028*
000029* EVERY OUT-OF-BALANCE ACCOUNT OR TOTAL IS LISTED ON THE PROOF
000030* REPORT AND RAISED AS AN OPEN DL100EXC EXCEPTION (PROGRAM
000031* DL100PRF, BRANCH ACCOUNT/TDTGLI/GLITRLR, THE PROOF DATE AS THE
000032* CANDIDATE NAME, THE ACCOUNT NUMBER IN THE TOKEN FIELD) SO IT
000033* REACHES THE DL100EXQ WORK QUEUE AND DL100EXT TICKETING, AND
000034* THE RUN ENDS WITH RETURN CODE 4 SO IT IS NOT A CLEAN END.  A
000035* CLEAN DAY PRINTS THE PROOF CERTIFICATE FOR AUDIT TO SIGN AND
000036* FILE.  RUN AFTER DL100GLX, WITH THE ONLINE REGION QUIET.
000037*
000038* MAINTENANCE HISTORY
000039* DATE       INIT   DESCRIPTION
000040* ---------- ------ ----------------------------------------------
000041* 2026-10-15 JFM    INITIAL VERSION.
000042* 2026-10-15 JFM    DL100ACT IS NOW A KEYED VSAM FILE - READ IN
000043*                   KEY SEQUENCE.
000044* 2026-10-15 JFM    THE LEDGER PROOF TOTALS THE DL100TDT DETAIL
000045*                   THE DL100GLI EXTRACT ACTUALLY SENT, MATCHED BY
000046*                   TOKEN IN FILE ORDER, INSTEAD OF THE DETAIL
000047*                   DATED ON THE PROCESSING DATE - DL100GLX SENDS
000048*                   ALL UNEXTRACTED DETAIL OF ANY DATE.
000049*================================================================
000050 Identification Division.
000051 Program-ID. DL100PRF.
000052 Environment Division.
000053 Input-Output Section.
000054 File-Control.
000055     SELECT DL100-CAL-FILE ASSIGN TO DL100CAL
000056         ORGANIZATION IS SEQUENTIAL.
000057     SELECT DL100-ACT-FILE ASSIGN TO DL100ACT
000058         ORGANIZATION IS INDEXED
000059         ACCESS MODE IS SEQUENTIAL
000060         RECORD KEY IS DL100-ACT-ACCOUNT-NO.
000061     SELECT DL100-TDT-FILE ASSIGN TO DL100TDT
000062         ORGANIZATION IS SEQUENTIAL.
000063     SELECT DL100-GLI-FILE ASSIGN TO DL100GLI
000064         ORGANIZATION IS SEQUENTIAL.
000065     SELECT DL100-BSO-FILE ASSIGN TO DL100BSO
000066         ORGANIZATION IS SEQUENTIAL.
000067     SELECT DL100-BSN-FILE ASSIGN TO DL100BSN
000068         ORGANIZATION IS SEQUENTIAL.
000069     SELECT DL100-EXC-FILE ASSIGN TO DL100EXC
000070         ORGANIZATION IS SEQUENTIAL.
000071     SELECT DL100-PRF-RPT ASSIGN TO DL100PRF
000072         ORGANIZATION IS SEQUENTIAL.
000073
000074 Data Division.
000075 File Section.
000076 FD  DL100-CAL-FILE
000077     RECORDING MODE IS F.
000078     COPY DL100CAL.
000079
000080 FD  DL100-ACT-FILE.
000081     COPY DL100ACT.
000082
000083 FD  DL100-TDT-FILE
000084     RECORDING MODE IS F.
000085     COPY DL100TDT.
000086
000087*    THE DL100GLX INTERFACE LAYOUT - HEADER, DETAIL, TRAILER.
000088 FD  DL100-GLI-FILE
000089     RECORDING MODE IS F.
000090 01  DL100-GLI-RECORD.
000091     05  DL100-GLI-RECORD-TYPE     PIC X(01).
000092         88  DL100-GLI-HEADER          VALUE 'H'.
000093         88  DL100-GLI-DETAIL          VALUE 'D'.
000094         88  DL100-GLI-TRAILER         VALUE 'T'.
000095     05  FILLER                    PIC X(99).
000096 01  DL100-GLI-HEADER-REC.
000097     05  FILLER                    PIC X(01).
000098     05  DL100-GLH-SYSTEM-ID       PIC X(05).
000099     05  DL100-GLH-RUN-DATE        PIC X(08).
000100     05  FILLER                    PIC X(86).
000101 01  DL100-GLI-DETAIL-REC.
000102     05  FILLER                    PIC X(01).
000103     05  DL100-GLD-PROC-DATE       PIC X(08).
000104     05  DL100-GLD-TRAN-CODE       PIC X(04).
000105     05  DL100-GLD-ACCOUNT-NO      PIC X(10).
000106     05  DL100-GLD-COUNTERPARTY    PIC X(20).
000107     05  DL100-GLD-AMOUNT          PIC 9(07)V99.
000108     05  DL100-GLD-CORR-ID         PIC X(16).
000109     05  FILLER                    PIC X(32).
000110 01  DL100-GLI-TRAILER-REC.
000111     05  FILLER                    PIC X(01).
000112     05  DL100-GLT-DETAIL-COUNT    PIC 9(08).
000113     05  DL100-GLT-AMOUNT-TOTAL    PIC 9(11)V99.
000114     05  FILLER                    PIC X(78).
000115
000116 FD  DL100-BSO-FILE
000117     RECORDING MODE IS F.
000118     COPY DL100BSN
000119         REPLACING ==DL100-BSN-RECORD== BY ==DL100-BSO-RECORD==
000120           ==DL100-BSN-ACCOUNT-NO== BY ==DL100-BSO-ACCOUNT-NO==
000121           ==DL100-BSN-PROOF-DATE== BY ==DL100-BSO-PROOF-DATE==
000122           ==DL100-BSN-TIMESTAMP==  BY ==DL100-BSO-TIMESTAMP==
000123           ==DL100-BSN-BALANCE==    BY ==DL100-BSO-BALANCE==.
000124
000125 FD  DL100-BSN-FILE
000126     RECORDING MODE IS F.
000127     COPY DL100BSN.
000128
000129 FD  DL100-EXC-FILE
000130     RECORDING MODE IS F.
000131     COPY DL100EXC.
000132
000133 FD  DL100-PRF-RPT
000134     RECORDING MODE IS F.
000135 01  DL100-PRF-LINE            PIC X(132).
000136
000137 Working-Storage Section.
000138
000139 01  CONSTANTS.
000140     05  MYNAME                PIC X(008) VALUE 'DL100PRF'.
000141     05  TRAN-PAYMENT          PIC X(004) VALUE 'PAY1'.
000142     05  TRAN-TRANSFER         PIC X(004) VALUE 'XFR1'.
000143     05  TRAN-REVERSAL         PIC X(004) VALUE 'REV1'.
000144     05  PREDECESSOR-JOB       PIC X(008) VALUE 'DL100GLX'.
000145
000146 01  WS-SWITCHES.
000147     05  WS-CAL-EOF-SW         PIC X(01) VALUE 'N'.
000148         88  WS-CAL-EOF            VALUE 'Y'.
000149     05  WS-ACT-EOF-SW         PIC X(01) VALUE 'N'.
000150         88  WS-ACT-EOF            VALUE 'Y'.
000151     05  WS-TDT-EOF-SW         PIC X(01) VALUE 'N'.
000152         88  WS-TDT-EOF            VALUE 'Y'.
000153     05  WS-BSO-EOF-SW         PIC X(01) VALUE 'N'.
000154         88  WS-BSO-EOF            VALUE 'Y'.
000155     05  WS-GLI-EOF-SW         PIC X(01) VALUE 'N'.
000156         88  WS-GLI-EOF            VALUE 'Y'.
000157     05  WS-BASELINE-SW        PIC X(01) VALUE 'N'.
000158         88  WS-BASELINE           VALUE 'Y'.
000159     05  WS-PRIOR-FOUND-SW     PIC X(01) VALUE 'N'.
000160         88  WS-PRIOR-FOUND        VALUE 'Y'.
000161     05  WS-TOKEN-FOUND-SW     PIC X(01) VALUE 'N'.
000162         88  WS-TOKEN-FOUND        VALUE 'Y'.
000163     05  WS-TOKEN-OVERFLOW-SW  PIC X(01) VALUE 'N'.
000164         88  WS-TOKEN-OVERFLOW     VALUE 'Y'.
000165     05  WS-TRAILER-SEEN-SW    PIC X(01) VALUE 'N'.
000166         88  WS-TRAILER-SEEN       VALUE 'Y'.
000167     05  WS-OUT-OF-BALANCE-SW  PIC X(01) VALUE 'N'.
000168         88  WS-OUT-OF-BALANCE     VALUE 'Y'.
000169
000170 01  WS-NOW-TS                 PIC X(26).
000171 01  WS-PROC-DATE              PIC X(08).
000172 01  WS-BEST-DATE              PIC X(08).
000173
000174 01  WS-PRIOR-FIELDS.
000175     05  WS-PRIOR-DATE         PIC X(08).
000176     05  WS-PRIOR-TS           PIC X(26).
000177     05  WS-PRIOR-BALANCE      PIC S9(09)V99.
000178
000179 01  WS-ACCOUNT-FIELDS.
000180     05  WS-BALANCE-CHANGE     PIC S9(11)V99 VALUE 0.
000181     05  WS-MOVEMENT-NET       PIC S9(11)V99 VALUE 0.
000182     05  WS-DIFFERENCE         PIC S9(11)V99 VALUE 0.
000183
000184 01  WS-LEDGER-FIELDS.
000185     05  WS-TDT-SENT-COUNT     PIC S9(08) COMP VALUE 0.
000186     05  WS-TDT-SENT-AMOUNT    PIC 9(11)V99 VALUE 0.
000187     05  WS-TDT-UNSENT-COUNT   PIC S9(08) COMP VALUE 0.
000188     05  WS-TDT-UNSENT-AMOUNT  PIC 9(11)V99 VALUE 0.
000189     05  WS-GLI-DETAIL-COUNT   PIC S9(08) COMP VALUE 0.
000190     05  WS-GLI-DETAIL-AMOUNT  PIC 9(11)V99 VALUE 0.
000191     05  WS-GLI-TRAILER-COUNT  PIC S9(08) COMP VALUE 0.
000192     05  WS-GLI-TRAILER-AMOUNT PIC 9(11)V99 VALUE 0.
000193     05  WS-GLI-RUN-DATE       PIC X(08) VALUE SPACES.
000194
000195 01  WS-EXC-FIELDS.
000196     05  WS-EXC-BRANCH         PIC X(08).
000197     05  WS-EXC-KEY            PIC X(16).
000198
000199 01  WS-PRIOR-SNAP-COUNT       PIC S9(08) COMP VALUE 0.
000200 01  WS-ACCOUNT-COUNT          PIC S9(08) COMP VALUE 0.
000201 01  WS-PROVED-COUNT           PIC S9(08) COMP VALUE 0.
000202 01  WS-OOB-ACCOUNT-COUNT      PIC S9(08) COMP VALUE 0.
000203 01  WS-OOB-TOTAL-COUNT        PIC S9(08) COMP VALUE 0.
000204 01  WS-EXCEPTION-COUNT        PIC S9(08) COMP VALUE 0.
000205 01  WS-SNAPSHOT-COUNT         PIC S9(08) COMP VALUE 0.
000206 01  WS-DAY-NET-TOTAL          PIC S9(11)V99 VALUE 0.
000207
000208*    TOKENS OF THE XFR1 TRANSFERS INTO THE ACCOUNT, SO A REV1 OF
000209*    ONE OF THEM IS KNOWN TO DEBIT THE ACCOUNT BACK (A REV1 OF A
000210*    PAY1 CARRIES A PAYEE NAME, NOT AN ACCOUNT, AS COUNTERPARTY).
000211 01  WS-TOKEN-IDX              PIC S9(04) COMP VALUE 0.
000212 01  WS-TOKEN-COUNT            PIC S9(04) COMP VALUE 0.
000213 01  WS-TOKEN-TABLE.
000214     05  WS-TOKEN-ENTRY OCCURS 0 TO 500 TIMES
000215             DEPENDING ON WS-TOKEN-COUNT
000216                               PIC X(16).
000217
000218 01  WS-HEADING-1.
000219     05  FILLER                PIC X(044) VALUE
000220         'DL100PRF - DAILY BALANCE AND LEDGER PROOF - '.
000221     05  FILLER                PIC X(016) VALUE
000222         'PROCESSING DATE '.
000223     05  DL-HDG-PROC-DATE      PIC X(08).
000224     05  FILLER                PIC X(064) VALUE SPACES.
000225 01  WS-HEADING-2              PIC X(132) VALUE
000226     'SECTION 1 - ACCOUNTS OUT OF BALANCE'.
000227 01  WS-HEADING-2A.
000228     05  FILLER                PIC X(011) VALUE 'ACCOUNT'.
000229     05  FILLER                PIC X(016) VALUE
000230         '  PRIOR BALANCE '.
000231     05  FILLER                PIC X(016) VALUE
000232         'CURRENT BALANCE '.
000233     05  FILLER                PIC X(016) VALUE
000234         ' BALANCE CHANGE '.
000235     05  FILLER                PIC X(016) VALUE
000236         '   DL100TDT NET '.
000237     05  FILLER                PIC X(057) VALUE
000238         '     DIFFERENCE'.
000239 01  WS-HEADING-3              PIC X(132) VALUE
000240     'SECTION 2 - LEDGER TOTALS'.
000241 01  WS-HEADING-3A.
000242     05  FILLER                PIC X(031) VALUE 'TOTAL'.
000243     05  FILLER                PIC X(010) VALUE
000244         '    COUNT '.
000245     05  FILLER                PIC X(019) VALUE
000246         '           AMOUNT  '.
000247     05  FILLER                PIC X(072) VALUE 'RESULT'.
000248 01  WS-NONE-LINE              PIC X(132) VALUE
000249     '    (NONE)'.
000250 01  WS-BASELINE-LINE          PIC X(132) VALUE
000251     '    FIRST PROOF - BASELINE SNAPSHOT TAKEN'.
000252
000253 01  WS-ACCOUNT-LINE.
000254     05  DL-ACCOUNT-NO         PIC X(10).
000255     05  FILLER                PIC X(01) VALUE SPACE.
000256     05  DL-PRIOR-BALANCE      PIC -ZZZ,ZZZ,ZZ9.99.
000257     05  FILLER                PIC X(01) VALUE SPACE.
000258     05  DL-CURRENT-BALANCE    PIC -ZZZ,ZZZ,ZZ9.99.
000259     05  FILLER                PIC X(01) VALUE SPACE.
000260     05  DL-BALANCE-CHANGE     PIC -ZZZ,ZZZ,ZZ9.99.
000261     05  FILLER                PIC X(01) VALUE SPACE.
000262     05  DL-MOVEMENT-NET       PIC -ZZZ,ZZZ,ZZ9.99.
000263     05  FILLER                PIC X(01) VALUE SPACE.
000264     05  DL-DIFFERENCE         PIC -ZZZ,ZZZ,ZZ9.99.
000265     05  FILLER                PIC X(042) VALUE SPACES.
000266
000267 01  WS-TOTAL-LINE.
000268     05  DL-TOT-LABEL          PIC X(30).
000269     05  FILLER                PIC X(01) VALUE SPACE.
000270     05  DL-TOT-COUNT          PIC Z,ZZZ,ZZ9.
000271     05  FILLER                PIC X(01) VALUE SPACE.
000272     05  DL-TOT-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
000273     05  FILLER                PIC X(02) VALUE SPACES.
000274     05  DL-TOT-RESULT         PIC X(40).
000275     05  FILLER                PIC X(032) VALUE SPACES.
000276
000277 01  WS-SUMMARY-LINE.
000278     05  DL-SUM-LABEL          PIC X(028).
000279     05  DL-SUM-COUNT          PIC Z,ZZZ,ZZ9.
000280     05  FILLER                PIC X(095) VALUE SPACES.
000281
000282 01  WS-CERT-RULE              PIC X(132) VALUE ALL '*'.
000283 01  WS-CERT-TITLE             PIC X(132) VALUE
000284     '    DAILY PROOF CERTIFICATE'.
000285 01  WS-CERT-DATE.
000286     05  FILLER                PIC X(032) VALUE
000287         '    PROCESSING DATE PROVED     '.
000288     05  DL-CERT-PROC-DATE     PIC X(08).
000289     05  FILLER                PIC X(092) VALUE SPACES.
000290 01  WS-CERT-ACCOUNTS.
000291     05  FILLER                PIC X(032) VALUE
000292         '    ACCOUNT BALANCES PROVED    '.
000293     05  DL-CERT-ACCOUNTS      PIC Z,ZZZ,ZZ9.
000294     05  FILLER                PIC X(091) VALUE SPACES.
000295 01  WS-CERT-NET.
000296     05  FILLER                PIC X(032) VALUE
000297         '    NET BALANCE MOVEMENT       '.
000298     05  DL-CERT-NET           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
000299     05  FILLER                PIC X(082) VALUE SPACES.
000300 01  WS-CERT-LEDGER.
000301     05  FILLER                PIC X(032) VALUE
000302         '    DL100TDT = DL100GLI TOTAL  '.
000303     05  DL-CERT-LEDGER-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
000304     05  FILLER                PIC X(010) VALUE
000305         '  RECORDS '.
000306     05  DL-CERT-LEDGER-COUNT  PIC Z,ZZZ,ZZ9.
000307     05  FILLER                PIC X(064) VALUE SPACES.
000308 01  WS-CERT-STATEMENT.
000309     05  FILLER                PIC X(048) VALUE
000310         '    EVERY ACCOUNT BALANCE CHANGE AGREES WITH ITS'.
000311     05  FILLER                PIC X(041) VALUE
000312         ' RECORDED MOVEMENT AND THE DAY''S MOVEMENT'.
000313     05  FILLER                PIC X(043) VALUE
000314         ' AGREES WITH THE LEDGER'.
000315 01  WS-CERT-STATEMENT-2       PIC X(132) VALUE
000316     '    EXTRACT SENT TO THE GENERAL LEDGER.'.
000317 01  WS-CERT-RUN.
000318     05  FILLER                PIC X(032) VALUE
000319         '    PROVED BY DL100PRF AT      '.
000320     05  DL-CERT-RUN-TS        PIC X(26).
000321     05  FILLER                PIC X(074) VALUE SPACES.
000322 01  WS-CERT-SIGN.
000323     05  FILLER                PIC X(041) VALUE
000324         '    REVIEWED BY ______________________   '.
000325     05  FILLER                PIC X(091) VALUE
000326         'SIGNATURE ______________________   DATE __________'.
000327
000328 01  WS-FAIL-LINE.
000329     05  FILLER                PIC X(046) VALUE
000330         '    PROOF FAILED - OUT-OF-BALANCE ITEMS RAISED'.
000331     05  FILLER                PIC X(086) VALUE
000332         ' TO DL100EXC - NO CERTIFICATE'.
000333
000334     COPY DL100RCP.
000335
000336 Procedure Division.
000337 0000-MAINLINE.
000338     PERFORM 0100-RUN-CONTROL-START
000339         THRU 0100-RUN-CONTROL-START-EXIT
000340
000341     IF DL100-RCP-REFUSED
000342         DISPLAY 'DL100PRF RUN REFUSED BY RUN CONTROL'
000343             ' - SEE DL100RNC MESSAGE'
000344         GOBACK
000345     END-IF
000346
000347     MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
000348     MOVE WS-NOW-TS(1:8) TO WS-PROC-DATE
000349
000350     PERFORM 0500-RESOLVE-PROC-DATE
000351         THRU 0500-RESOLVE-PROC-DATE-EXIT
000352
000353     PERFORM 0700-CHECK-BASELINE
000354         THRU 0700-CHECK-BASELINE-EXIT
000355
000356     PERFORM 1000-OPEN-OUTPUTS
000357         THRU 1000-OPEN-OUTPUTS-EXIT
000358
000359     PERFORM 2000-PROVE-ACCOUNTS
000360         THRU 2000-PROVE-ACCOUNTS-EXIT
000361
000362     PERFORM 5000-PROVE-LEDGER
000363         THRU 5000-PROVE-LEDGER-EXIT
000364
000365     PERFORM 7000-CERTIFICATE
000366         THRU 7000-CERTIFICATE-EXIT
000367
000368     PERFORM 8000-SUMMARY
000369         THRU 8000-SUMMARY-EXIT
000370
000371     PERFORM 9000-RUN-CONTROL-END
000372         THRU 9000-RUN-CONTROL-END-EXIT
000373
000374     GOBACK
000375     .
000376
000377 0100-RUN-CONTROL-START.
000378*    THE LEDGER PROOF NEEDS TODAY'S DL100GLI, SO DL100GLX MUST
000379*    HAVE POSTED A CLEAN END FIRST.
000380     SET DL100-RCP-FUNC-DEP TO TRUE
000381     MOVE PREDECESSOR-JOB TO DL100-RCP-JOB-NAME
000382
000383     CALL 'DL100RNC' USING DL100-RCP-PARMS
000384     END-CALL
000385
000386     IF DL100-RCP-REFUSED
000387         DISPLAY 'DL100PRF PREDECESSOR ' PREDECESSOR-JOB
000388             ' HAS NOT POSTED A CLEAN END FOR TODAY'
000389         GO TO 0100-RUN-CONTROL-START-EXIT
000390     END-IF
000391
000392     SET DL100-RCP-FUNC-START TO TRUE
000393     MOVE 'DL100PRF' TO DL100-RCP-JOB-NAME
000394
000395     CALL 'DL100RNC' USING DL100-RCP-PARMS
000396     END-CALL
000397     .
000398 0100-RUN-CONTROL-START-EXIT.
000399     EXIT.
000400
000401 0500-RESOLVE-PROC-DATE.
000402*    SAME RULE AS DL100RNC - THE PROCESSING DATE IS THE LATEST
000403*    BUSINESS DAY ON OR BEFORE THE CLOCK DATE; AN EMPTY OR
000404*    MISSING CALENDAR FALLS BACK TO THE CLOCK DATE.
000405     MOVE SPACES TO WS-BEST-DATE
000406     MOVE 'N' TO WS-CAL-EOF-SW
000407
000408     OPEN INPUT DL100-CAL-FILE
000409
000410     PERFORM 0550-SCAN-ONE-CAL-DAY
000411         THRU 0550-SCAN-ONE-CAL-DAY-EXIT
000412         UNTIL WS-CAL-EOF
000413
000414     CLOSE DL100-CAL-FILE
000415
000416     IF WS-BEST-DATE NOT EQUAL SPACES
000417         MOVE WS-BEST-DATE TO WS-PROC-DATE
000418     END-IF
000419     .
000420 0500-RESOLVE-PROC-DATE-EXIT.
000421     EXIT.
000422
000423 0550-SCAN-ONE-CAL-DAY.
000424     READ DL100-CAL-FILE
000425         AT END
000426             MOVE 'Y' TO WS-CAL-EOF-SW
000427         NOT AT END
000428             IF DL100-CAL-BUSINESS
000429                AND DL100-CAL-DATE
000430                        NOT GREATER THAN WS-NOW-TS(1:8)
000431                AND DL100-CAL-DATE GREATER THAN WS-BEST-DATE
000432                 MOVE DL100-CAL-DATE TO WS-BEST-DATE
000433             END-IF
000434     END-READ
000435     .
000436 0550-SCAN-ONE-CAL-DAY-EXIT.
000437     EXIT.
000438
000439 0700-CHECK-BASELINE.
000440*    NO SNAPSHOT FROM AN EARLIER PROOF DATE MEANS THIS IS THE
000441*    FIRST PROOF - TAKE THE BASELINE AND PROVE NOTHING.
000442     MOVE 0 TO WS-PRIOR-SNAP-COUNT
000443     MOVE 'N' TO WS-BSO-EOF-SW
000444
000445     OPEN INPUT DL100-BSO-FILE
000446
000447     PERFORM 0750-COUNT-ONE-SNAPSHOT
000448         THRU 0750-COUNT-ONE-SNAPSHOT-EXIT
000449         UNTIL WS-BSO-EOF
000450
000451     CLOSE DL100-BSO-FILE
000452
000453     IF WS-PRIOR-SNAP-COUNT EQUAL 0
000454         MOVE 'Y' TO WS-BASELINE-SW
000455     END-IF
000456     .
000457 0700-CHECK-BASELINE-EXIT.
000458     EXIT.
000459
000460 0750-COUNT-ONE-SNAPSHOT.
000461     READ DL100-BSO-FILE
000462         AT END
000463             MOVE 'Y' TO WS-BSO-EOF-SW
000464         NOT AT END
000465             IF DL100-BSO-PROOF-DATE LESS THAN WS-PROC-DATE
000466                 ADD 1 TO WS-PRIOR-SNAP-COUNT
000467             END-IF
000468     END-READ
000469     .
000470 0750-COUNT-ONE-SNAPSHOT-EXIT.
000471     EXIT.
000472
000473 1000-OPEN-OUTPUTS.
000474     OPEN OUTPUT DL100-BSN-FILE
000475     OPEN OUTPUT DL100-PRF-RPT
000476
000477     MOVE WS-PROC-DATE TO DL-HDG-PROC-DATE
000478     WRITE DL100-PRF-LINE FROM WS-HEADING-1
000479     MOVE SPACES TO DL100-PRF-LINE
000480     WRITE DL100-PRF-LINE
000481
000482     WRITE DL100-PRF-LINE FROM WS-HEADING-2
000483     WRITE DL100-PRF-LINE FROM WS-HEADING-2A
000484     .
000485 1000-OPEN-OUTPUTS-EXIT.
000486     EXIT.
000487
000488 2000-PROVE-ACCOUNTS.
000489     MOVE 'N' TO WS-ACT-EOF-SW
000490
000491     OPEN INPUT DL100-ACT-FILE
000492
000493     PERFORM 2100-PROVE-ONE-ACCOUNT
000494         THRU 2100-PROVE-ONE-ACCOUNT-EXIT
000495         UNTIL WS-ACT-EOF
000496
000497     CLOSE DL100-ACT-FILE
000498     CLOSE DL100-BSN-FILE
000499
000500     EVALUATE TRUE
000501         WHEN WS-BASELINE
000502             WRITE DL100-PRF-LINE FROM WS-BASELINE-LINE
000503         WHEN WS-OOB-ACCOUNT-COUNT EQUAL 0
000504             WRITE DL100-PRF-LINE FROM WS-NONE-LINE
000505     END-EVALUATE
000506     .
000507 2000-PROVE-ACCOUNTS-EXIT.
000508     EXIT.
000509
000510 2100-PROVE-ONE-ACCOUNT.
000511     READ DL100-ACT-FILE
000512         AT END
000513             MOVE 'Y' TO WS-ACT-EOF-SW
000514         NOT AT END
000515             PERFORM 2200-PROVE-ACCOUNT
000516                 THRU 2200-PROVE-ACCOUNT-EXIT
000517     END-READ
000518     .
000519 2100-PROVE-ONE-ACCOUNT-EXIT.
000520     EXIT.
000521
000522 2200-PROVE-ACCOUNT.
000523     ADD 1 TO WS-ACCOUNT-COUNT
000524
000525     IF NOT WS-BASELINE
000526         PERFORM 2300-FIND-PRIOR-SNAPSHOT
000527             THRU 2300-FIND-PRIOR-SNAPSHOT-EXIT
000528
000529         PERFORM 3000-NET-MOVEMENT
000530             THRU 3000-NET-MOVEMENT-EXIT
000531
000532         COMPUTE WS-BALANCE-CHANGE =
000533             DL100-ACT-BALANCE - WS-PRIOR-BALANCE
000534         ADD WS-BALANCE-CHANGE TO WS-DAY-NET-TOTAL
000535
000536         IF WS-BALANCE-CHANGE EQUAL WS-MOVEMENT-NET
000537             ADD 1 TO WS-PROVED-COUNT
000538         ELSE
000539             PERFORM 2500-REPORT-ACCOUNT
000540                 THRU 2500-REPORT-ACCOUNT-EXIT
000541         END-IF
000542     END-IF
000543
000544     MOVE DL100-ACT-ACCOUNT-NO TO DL100-BSN-ACCOUNT-NO
000545     MOVE WS-PROC-DATE TO DL100-BSN-PROOF-DATE
000546     MOVE WS-NOW-TS TO DL100-BSN-TIMESTAMP
000547     MOVE DL100-ACT-BALANCE TO DL100-BSN-BALANCE
000548     WRITE DL100-BSN-RECORD
000549     ADD 1 TO WS-SNAPSHOT-COUNT
000550     .
000551 2200-PROVE-ACCOUNT-EXIT.
000552     EXIT.
000553
000554 2300-FIND-PRIOR-SNAPSHOT.
000555*    THE LATEST SNAPSHOT FROM AN EARLIER PROOF DATE.  IT IS
000556*    CARRIED FORWARD TO THE NEW GENERATION SO A RERUN FOR THIS
000557*    DATE STILL PROVES FROM IT.
000558     MOVE 'N' TO WS-PRIOR-FOUND-SW
000559     MOVE SPACES TO WS-PRIOR-DATE
000560     MOVE SPACES TO WS-PRIOR-TS
000561     MOVE 0 TO WS-PRIOR-BALANCE
000562     MOVE 'N' TO WS-BSO-EOF-SW
000563
000564     OPEN INPUT DL100-BSO-FILE
000565
000566     PERFORM 2350-CHECK-ONE-SNAPSHOT
000567         THRU 2350-CHECK-ONE-SNAPSHOT-EXIT
000568         UNTIL WS-BSO-EOF
000569
000570     CLOSE DL100-BSO-FILE
000571
000572     IF WS-PRIOR-FOUND
000573         MOVE DL100-ACT-ACCOUNT-NO TO DL100-BSN-ACCOUNT-NO
000574         MOVE WS-PRIOR-DATE TO DL100-BSN-PROOF-DATE
000575         MOVE WS-PRIOR-TS TO DL100-BSN-TIMESTAMP
000576         MOVE WS-PRIOR-BALANCE TO DL100-BSN-BALANCE
000577         WRITE DL100-BSN-RECORD
000578     END-IF
000579     .
000580 2300-FIND-PRIOR-SNAPSHOT-EXIT.
000581     EXIT.
000582
000583 2350-CHECK-ONE-SNAPSHOT.
000584     READ DL100-BSO-FILE
000585         AT END
000586             MOVE 'Y' TO WS-BSO-EOF-SW
000587         NOT AT END
000588             IF DL100-BSO-ACCOUNT-NO EQUAL DL100-ACT-ACCOUNT-NO
000589                AND DL100-BSO-PROOF-DATE LESS THAN WS-PROC-DATE
000590                AND DL100-BSO-TIMESTAMP GREATER THAN WS-PRIOR-TS
000591                 MOVE 'Y' TO WS-PRIOR-FOUND-SW
000592                 MOVE DL100-BSO-PROOF-DATE TO WS-PRIOR-DATE
000593                 MOVE DL100-BSO-TIMESTAMP TO WS-PRIOR-TS
000594                 MOVE DL100-BSO-BALANCE TO WS-PRIOR-BALANCE
000595             END-IF
000596     END-READ
000597     .
000598 2350-CHECK-ONE-SNAPSHOT-EXIT.
000599     EXIT.
000600
000601 2500-REPORT-ACCOUNT.
000602     ADD 1 TO WS-OOB-ACCOUNT-COUNT
000603     MOVE 'Y' TO WS-OUT-OF-BALANCE-SW
000604     COMPUTE WS-DIFFERENCE = WS-BALANCE-CHANGE - WS-MOVEMENT-NET
000605
000606     MOVE DL100-ACT-ACCOUNT-NO TO DL-ACCOUNT-NO
000607     MOVE WS-PRIOR-BALANCE TO DL-PRIOR-BALANCE
000608     MOVE DL100-ACT-BALANCE TO DL-CURRENT-BALANCE
000609     MOVE WS-BALANCE-CHANGE TO DL-BALANCE-CHANGE
000610     MOVE WS-MOVEMENT-NET TO DL-MOVEMENT-NET
000611     MOVE WS-DIFFERENCE TO DL-DIFFERENCE
000612     WRITE DL100-PRF-LINE FROM WS-ACCOUNT-LINE
000613
000614     DISPLAY 'DL100PRF ACCOUNT ' DL100-ACT-ACCOUNT-NO
000615         ' OUT OF BALANCE BY ' DL-DIFFERENCE
000616
000617     MOVE 'ACCOUNT' TO WS-EXC-BRANCH
000618     MOVE DL100-ACT-ACCOUNT-NO TO WS-EXC-KEY
000619     PERFORM 6000-RAISE-EXCEPTION
000620         THRU 6000-RAISE-EXCEPTION-EXIT
000621     .
000622 2500-REPORT-ACCOUNT-EXIT.
000623     EXIT.
000624
000625 3000-NET-MOVEMENT.
000626*    NET OF THE ACCOUNT'S MOVEMENT RECORDED AFTER THE PRIOR
000627*    SNAPSHOT AND NO LATER THAN THIS RUN - CREDITS LESS DEBITS.
000628     MOVE 0 TO WS-MOVEMENT-NET
000629     MOVE 0 TO WS-TOKEN-COUNT
000630     MOVE 'N' TO WS-TDT-EOF-SW
000631
000632     OPEN INPUT DL100-TDT-FILE
000633
000634     PERFORM 3100-CHECK-ONE-DETAIL
000635         THRU 3100-CHECK-ONE-DETAIL-EXIT
000636         UNTIL WS-TDT-EOF
000637
000638     CLOSE DL100-TDT-FILE
000639     .
000640 3000-NET-MOVEMENT-EXIT.
000641     EXIT.
000642
000643 3100-CHECK-ONE-DETAIL.
000644     READ DL100-TDT-FILE
000645         AT END
000646             MOVE 'Y' TO WS-TDT-EOF-SW
000647         NOT AT END
000648             PERFORM 3150-APPLY-ONE-DETAIL
000649                 THRU 3150-APPLY-ONE-DETAIL-EXIT
000650     END-READ
000651     .
000652 3100-CHECK-ONE-DETAIL-EXIT.
000653     EXIT.
000654
000655 3150-APPLY-ONE-DETAIL.
000656*    TRANSFERS INTO THE ACCOUNT ARE NOTED WHENEVER THEY HAPPENED -
000657*    A REV1 INSIDE THE WINDOW MAY BACK OUT AN OLDER ONE.
000658     IF DL100-TDT-TRAN-CODE EQUAL TRAN-TRANSFER
000659        AND DL100-TDT-COUNTERPARTY(1:10)
000660                EQUAL DL100-ACT-ACCOUNT-NO
000661         PERFORM 3200-NOTE-TRANSFER-IN
000662             THRU 3200-NOTE-TRANSFER-IN-EXIT
000663     END-IF
000664
000665     IF DL100-TDT-TIMESTAMP NOT GREATER THAN WS-PRIOR-TS
000666        OR DL100-TDT-TIMESTAMP GREATER THAN WS-NOW-TS
000667         GO TO 3150-APPLY-ONE-DETAIL-EXIT
000668     END-IF
000669
000670     EVALUATE DL100-TDT-TRAN-CODE
000671         WHEN TRAN-PAYMENT
000672             IF DL100-TDT-ACCOUNT-NO EQUAL DL100-ACT-ACCOUNT-NO
000673                 SUBTRACT DL100-TDT-AMOUNT FROM WS-MOVEMENT-NET
000674             END-IF
000675         WHEN TRAN-TRANSFER
000676             IF DL100-TDT-ACCOUNT-NO EQUAL DL100-ACT-ACCOUNT-NO
000677                 SUBTRACT DL100-TDT-AMOUNT FROM WS-MOVEMENT-NET
000678             END-IF
000679             IF DL100-TDT-COUNTERPARTY(1:10)
000680                     EQUAL DL100-ACT-ACCOUNT-NO
000681                 ADD DL100-TDT-AMOUNT TO WS-MOVEMENT-NET
000682             END-IF
000683         WHEN TRAN-REVERSAL
000684             IF DL100-TDT-ACCOUNT-NO EQUAL DL100-ACT-ACCOUNT-NO
000685                 ADD DL100-TDT-AMOUNT TO WS-MOVEMENT-NET
000686             END-IF
000687             IF DL100-TDT-COUNTERPARTY(1:10)
000688                     EQUAL DL100-ACT-ACCOUNT-NO
000689                 PERFORM 3300-FIND-TRANSFER-IN
000690                     THRU 3300-FIND-TRANSFER-IN-EXIT
000691                 IF WS-TOKEN-FOUND
000692                     SUBTRACT DL100-TDT-AMOUNT
000693                         FROM WS-MOVEMENT-NET
000694                 END-IF
000695             END-IF
000696         WHEN OTHER
000697             CONTINUE
000698     END-EVALUATE
000699     .
000700 3150-APPLY-ONE-DETAIL-EXIT.
000701     EXIT.
000702
000703 3200-NOTE-TRANSFER-IN.
000704     IF WS-TOKEN-COUNT NOT LESS THAN 500
000705         IF NOT WS-TOKEN-OVERFLOW
000706             MOVE 'Y' TO WS-TOKEN-OVERFLOW-SW
000707             DISPLAY 'DL100PRF TRANSFER-IN TOKEN TABLE FULL - A'
000708                 ' REV1 OF A LATER TRANSFER IS NOT COUNTED AS A'
000709                 ' DEBIT TO THE RECEIVING ACCOUNT'
000710         END-IF
000711         GO TO 3200-NOTE-TRANSFER-IN-EXIT
000712     END-IF
000713
000714     ADD 1 TO WS-TOKEN-COUNT
000715     MOVE DL100-TDT-CORR-ID TO WS-TOKEN-ENTRY (WS-TOKEN-COUNT)
000716     .
000717 3200-NOTE-TRANSFER-IN-EXIT.
000718     EXIT.
000719
000720 3300-FIND-TRANSFER-IN.
000721     MOVE 'N' TO WS-TOKEN-FOUND-SW
000722
000723     PERFORM 3350-MATCH-ONE-TOKEN
000724         THRU 3350-MATCH-ONE-TOKEN-EXIT
000725         VARYING WS-TOKEN-IDX FROM 1 BY 1
000726         UNTIL WS-TOKEN-IDX > WS-TOKEN-COUNT
000727            OR WS-TOKEN-FOUND
000728     .
000729 3300-FIND-TRANSFER-IN-EXIT.
000730     EXIT.
000731
000732 3350-MATCH-ONE-TOKEN.
000733     IF WS-TOKEN-ENTRY (WS-TOKEN-IDX)
000734             EQUAL DL100-TDT-ORIG-CORR-ID
000735         MOVE 'Y' TO WS-TOKEN-FOUND-SW
000736     END-IF
000737     .
000738 3350-MATCH-ONE-TOKEN-EXIT.
000739     EXIT.
000740
000741 5000-PROVE-LEDGER.
000742     PERFORM 5100-TOTAL-SENT-DETAIL
000743         THRU 5100-TOTAL-SENT-DETAIL-EXIT
000744
000745     PERFORM 5200-TOTAL-LEDGER-FILE
000746         THRU 5200-TOTAL-LEDGER-FILE-EXIT
000747
000748     MOVE SPACES TO DL100-PRF-LINE
000749     WRITE DL100-PRF-LINE
000750     WRITE DL100-PRF-LINE FROM WS-HEADING-3
000751     WRITE DL100-PRF-LINE FROM WS-HEADING-3A
000752
000753     MOVE SPACES TO DL-TOT-RESULT
000754     MOVE 'DL100TDT SENT IN THIS EXTRACT' TO DL-TOT-LABEL
000755     MOVE WS-TDT-SENT-COUNT TO DL-TOT-COUNT
000756     MOVE WS-TDT-SENT-AMOUNT TO DL-TOT-AMOUNT
000757     WRITE DL100-PRF-LINE FROM WS-TOTAL-LINE
000758
000759     MOVE 'DL100TDT AWAITING EXTRACT' TO DL-TOT-LABEL
000760     MOVE WS-TDT-UNSENT-COUNT TO DL-TOT-COUNT
000761     MOVE WS-TDT-UNSENT-AMOUNT TO DL-TOT-AMOUNT
000762     MOVE 'GOES WITH THE NEXT DL100GLX RUN' TO DL-TOT-RESULT
000763     WRITE DL100-PRF-LINE FROM WS-TOTAL-LINE
000764     MOVE SPACES TO DL-TOT-RESULT
000765
000766     MOVE 'DL100GLI DETAIL RECORDS' TO DL-TOT-LABEL
000767     MOVE WS-GLI-DETAIL-COUNT TO DL-TOT-COUNT
000768     MOVE WS-GLI-DETAIL-AMOUNT TO DL-TOT-AMOUNT
000769     WRITE DL100-PRF-LINE FROM WS-TOTAL-LINE
000770
000771     MOVE 'DL100GLI TRAILER' TO DL-TOT-LABEL
000772     MOVE WS-GLI-TRAILER-COUNT TO DL-TOT-COUNT
000773     MOVE WS-GLI-TRAILER-AMOUNT TO DL-TOT-AMOUNT
000774     EVALUATE TRUE
000775         WHEN NOT WS-TRAILER-SEEN
000776             MOVE 'OUT OF BALANCE - NO TRAILER ON DL100GLI'
000777                 TO DL-TOT-RESULT
000778         WHEN WS-GLI-TRAILER-COUNT NOT EQUAL WS-GLI-DETAIL-COUNT
000779           OR WS-GLI-TRAILER-AMOUNT NOT EQUAL WS-GLI-DETAIL-AMOUNT
000780             MOVE 'OUT OF BALANCE - TRAILER VS DETAIL'
000781                 TO DL-TOT-RESULT
000782         WHEN OTHER
000783             MOVE 'AGREES WITH DL100GLI DETAIL'
000784                 TO DL-TOT-RESULT
000785     END-EVALUATE
000786     WRITE DL100-PRF-LINE FROM WS-TOTAL-LINE
000787
000788     IF DL-TOT-RESULT(1:3) EQUAL 'OUT'
000789         ADD 1 TO WS-OOB-TOTAL-COUNT
000790         MOVE 'Y' TO WS-OUT-OF-BALANCE-SW
000791         DISPLAY 'DL100PRF DL100GLI TRAILER DOES NOT AGREE WITH'
000792             ' ITS DETAIL RECORDS'
000793         MOVE 'GLITRLR' TO WS-EXC-BRANCH
000794         MOVE SPACES TO WS-EXC-KEY
000795         PERFORM 6000-RAISE-EXCEPTION
000796             THRU 6000-RAISE-EXCEPTION-EXIT
000797     END-IF
000798
000799     MOVE 'DL100TDT VS DL100GLI TRAILER' TO DL-TOT-LABEL
000800     MOVE WS-TDT-SENT-COUNT TO DL-TOT-COUNT
000801     MOVE WS-TDT-SENT-AMOUNT TO DL-TOT-AMOUNT
000802     IF WS-TDT-SENT-COUNT EQUAL WS-GLI-TRAILER-COUNT
000803        AND WS-TDT-SENT-AMOUNT EQUAL WS-GLI-TRAILER-AMOUNT
000804        AND WS-TRAILER-SEEN
000805         MOVE 'AGREES' TO DL-TOT-RESULT
000806         WRITE DL100-PRF-LINE FROM WS-TOTAL-LINE
000807     ELSE
000808         MOVE 'OUT OF BALANCE - SENT DETAIL VS LEDGER'
000809             TO DL-TOT-RESULT
000810         WRITE DL100-PRF-LINE FROM WS-TOTAL-LINE
000811         ADD 1 TO WS-OOB-TOTAL-COUNT
000812         MOVE 'Y' TO WS-OUT-OF-BALANCE-SW
000813         DISPLAY 'DL100PRF DL100TDT DETAIL SENT DOES NOT AGREE'
000814             ' WITH THE DL100GLI TRAILER'
000815         MOVE 'TDTGLI' TO WS-EXC-BRANCH
000816         MOVE SPACES TO WS-EXC-KEY
000817         PERFORM 6000-RAISE-EXCEPTION
000818             THRU 6000-RAISE-EXCEPTION-EXIT
000819     END-IF
000820     .
000821 5000-PROVE-LEDGER-EXIT.
000822     EXIT.
000823
000824 5100-TOTAL-SENT-DETAIL.
000825*    DL100GLX WROTE ITS DETAIL IN DL100TDT ORDER, SO EACH
000826*    DL100GLI DETAIL IS MATCHED TO THE NEXT EXTRACTED DL100TDT
000827*    RECORD WITH ITS TOKEN AND THAT RECORD'S OWN AMOUNT IS
000828*    TOTALLED.  A DL100GLI DETAIL WITH NO MATCH LEAVES THE SENT
000829*    TOTAL SHORT OF THE TRAILER.
000830     MOVE 'N' TO WS-TDT-EOF-SW
000831     MOVE 'N' TO WS-GLI-EOF-SW
000832
000833     OPEN INPUT DL100-TDT-FILE
000834     OPEN INPUT DL100-GLI-FILE
000835
000836     PERFORM 5160-NEXT-LEDGER-DETAIL
000837         THRU 5160-NEXT-LEDGER-DETAIL-EXIT
000838
000839     PERFORM 5150-TOTAL-ONE-DETAIL
000840         THRU 5150-TOTAL-ONE-DETAIL-EXIT
000841         UNTIL WS-TDT-EOF
000842
000843     CLOSE DL100-TDT-FILE
000844     CLOSE DL100-GLI-FILE
000845     .
000846 5100-TOTAL-SENT-DETAIL-EXIT.
000847     EXIT.
000848
000849 5150-TOTAL-ONE-DETAIL.
000850     READ DL100-TDT-FILE
000851         AT END
000852             MOVE 'Y' TO WS-TDT-EOF-SW
000853         NOT AT END
000854             PERFORM 5170-MATCH-ONE-DETAIL
000855                 THRU 5170-MATCH-ONE-DETAIL-EXIT
000856     END-READ
000857     .
000858 5150-TOTAL-ONE-DETAIL-EXIT.
000859     EXIT.
000860
000861 5160-NEXT-LEDGER-DETAIL.
000862     MOVE SPACE TO DL100-GLI-RECORD-TYPE
000863
000864     PERFORM 5165-READ-ONE-LEDGER-RECORD
000865         THRU 5165-READ-ONE-LEDGER-RECORD-EXIT
000866         UNTIL WS-GLI-EOF
000867            OR DL100-GLI-DETAIL
000868     .
000869 5160-NEXT-LEDGER-DETAIL-EXIT.
000870     EXIT.
000871
000872 5165-READ-ONE-LEDGER-RECORD.
000873     READ DL100-GLI-FILE
000874         AT END
000875             MOVE 'Y' TO WS-GLI-EOF-SW
000876     END-READ
000877     .
000878 5165-READ-ONE-LEDGER-RECORD-EXIT.
000879     EXIT.
000880
000881 5170-MATCH-ONE-DETAIL.
000882     IF DL100-TDT-UNEXTRACTED
000883         ADD 1 TO WS-TDT-UNSENT-COUNT
000884         ADD DL100-TDT-AMOUNT TO WS-TDT-UNSENT-AMOUNT
000885         GO TO 5170-MATCH-ONE-DETAIL-EXIT
000886     END-IF
000887
000888     IF NOT WS-GLI-EOF
000889        AND DL100-TDT-CORR-ID EQUAL DL100-GLD-CORR-ID
000890         ADD 1 TO WS-TDT-SENT-COUNT
000891         ADD DL100-TDT-AMOUNT TO WS-TDT-SENT-AMOUNT
000892         PERFORM 5160-NEXT-LEDGER-DETAIL
000893             THRU 5160-NEXT-LEDGER-DETAIL-EXIT
000894     END-IF
000895     .
000896 5170-MATCH-ONE-DETAIL-EXIT.
000897     EXIT.
000898
000899 5200-TOTAL-LEDGER-FILE.
000900     MOVE 'N' TO WS-GLI-EOF-SW
000901
000902     OPEN INPUT DL100-GLI-FILE
000903
000904     PERFORM 5250-TOTAL-ONE-LEDGER-RECORD
000905         THRU 5250-TOTAL-ONE-LEDGER-RECORD-EXIT
000906         UNTIL WS-GLI-EOF
000907
000908     CLOSE DL100-GLI-FILE
000909     .
000910 5200-TOTAL-LEDGER-FILE-EXIT.
000911     EXIT.
000912
000913 5250-TOTAL-ONE-LEDGER-RECORD.
000914     READ DL100-GLI-FILE
000915         AT END
000916             MOVE 'Y' TO WS-GLI-EOF-SW
000917         NOT AT END
000918             EVALUATE TRUE
000919                 WHEN DL100-GLI-HEADER
000920                     MOVE DL100-GLH-RUN-DATE TO WS-GLI-RUN-DATE
000921                 WHEN DL100-GLI-DETAIL
000922                     ADD 1 TO WS-GLI-DETAIL-COUNT
000923                     ADD DL100-GLD-AMOUNT TO WS-GLI-DETAIL-AMOUNT
000924                 WHEN DL100-GLI-TRAILER
000925                     MOVE 'Y' TO WS-TRAILER-SEEN-SW
000926                     MOVE DL100-GLT-DETAIL-COUNT
000927                         TO WS-GLI-TRAILER-COUNT
000928                     MOVE DL100-GLT-AMOUNT-TOTAL
000929                         TO WS-GLI-TRAILER-AMOUNT
000930             END-EVALUATE
000931     END-READ
000932     .
000933 5250-TOTAL-ONE-LEDGER-RECORD-EXIT.
000934     EXIT.
000935
000936 6000-RAISE-EXCEPTION.
000937*    SAME OPEN, UNSENT, UNACKNOWLEDGED SHAPE DL100ALR RAISES, SO
000938*    THE ITEM FLOWS THROUGH DL100EXQ AND DL100EXT UNCHANGED.
000939     MOVE FUNCTION CURRENT-DATE TO DL100-EXC-TIMESTAMP
000940     MOVE MYNAME TO DL100-EXC-PROGRAM-NAME
000941     MOVE 0 TO DL100-EXC-BLOCK-NO
000942     MOVE WS-EXC-BRANCH TO DL100-EXC-BRANCH-CODE
000943     MOVE WS-PROC-DATE TO DL100-EXC-CANDIDATE-NAME
000944     SET DL100-EXC-UNSENT TO TRUE
000945     MOVE WS-EXC-KEY TO DL100-EXC-CORR-ID
000946     SET DL100-EXC-OPEN TO TRUE
000947     MOVE SPACES TO DL100-EXC-ACKED-BY
000948     MOVE SPACES TO DL100-EXC-ACKED-TS
000949     MOVE SPACES TO DL100-EXC-CLOSED-TS
000950     MOVE SPACES TO DL100-EXC-RESOLUTION-CODE
000951     MOVE SPACES TO DL100-EXC-RESOLUTION-NOTE
000952     MOVE SPACES TO DL100-EXC-TICKET-NO
000953
000954     OPEN EXTEND DL100-EXC-FILE
000955     WRITE DL100-EXCEPTION-RECORD
000956     CLOSE DL100-EXC-FILE
000957
000958     ADD 1 TO WS-EXCEPTION-COUNT
000959     .
000960 6000-RAISE-EXCEPTION-EXIT.
000961     EXIT.
000962
000963 7000-CERTIFICATE.
000964     MOVE SPACES TO DL100-PRF-LINE
000965     WRITE DL100-PRF-LINE
000966
000967     IF WS-OUT-OF-BALANCE
000968         WRITE DL100-PRF-LINE FROM WS-FAIL-LINE
000969         GO TO 7000-CERTIFICATE-EXIT
000970     END-IF
000971
000972     WRITE DL100-PRF-LINE FROM WS-CERT-RULE
000973     WRITE DL100-PRF-LINE FROM WS-CERT-TITLE
000974     MOVE SPACES TO DL100-PRF-LINE
000975     WRITE DL100-PRF-LINE
000976     MOVE WS-PROC-DATE TO DL-CERT-PROC-DATE
000977     WRITE DL100-PRF-LINE FROM WS-CERT-DATE
000978     MOVE WS-PROVED-COUNT TO DL-CERT-ACCOUNTS
000979     WRITE DL100-PRF-LINE FROM WS-CERT-ACCOUNTS
000980     MOVE WS-DAY-NET-TOTAL TO DL-CERT-NET
000981     WRITE DL100-PRF-LINE FROM WS-CERT-NET
000982     MOVE WS-TDT-SENT-AMOUNT TO DL-CERT-LEDGER-AMOUNT
000983     MOVE WS-TDT-SENT-COUNT TO DL-CERT-LEDGER-COUNT
000984     WRITE DL100-PRF-LINE FROM WS-CERT-LEDGER
000985     IF WS-BASELINE
000986         WRITE DL100-PRF-LINE FROM WS-BASELINE-LINE
000987     END-IF
000988     WRITE DL100-PRF-LINE FROM WS-CERT-STATEMENT
000989     WRITE DL100-PRF-LINE FROM WS-CERT-STATEMENT-2
000990     MOVE WS-NOW-TS TO DL-CERT-RUN-TS
000991     WRITE DL100-PRF-LINE FROM WS-CERT-RUN
000992     MOVE SPACES TO DL100-PRF-LINE
000993     WRITE DL100-PRF-LINE
000994     WRITE DL100-PRF-LINE FROM WS-CERT-SIGN
000995     WRITE DL100-PRF-LINE FROM WS-CERT-RULE
000996     .
000997 7000-CERTIFICATE-EXIT.
000998     EXIT.
000999
001000 8000-SUMMARY.
001001     MOVE SPACES TO DL100-PRF-LINE
001002     WRITE DL100-PRF-LINE
001003
001004     MOVE 'ACCOUNTS READ             =' TO DL-SUM-LABEL
001005     MOVE WS-ACCOUNT-COUNT TO DL-SUM-COUNT
001006     WRITE DL100-PRF-LINE FROM WS-SUMMARY-LINE
001007     MOVE 'ACCOUNTS PROVED           =' TO DL-SUM-LABEL
001008     MOVE WS-PROVED-COUNT TO DL-SUM-COUNT
001009     WRITE DL100-PRF-LINE FROM WS-SUMMARY-LINE
001010     MOVE 'ACCOUNTS OUT OF BALANCE   =' TO DL-SUM-LABEL
001011     MOVE WS-OOB-ACCOUNT-COUNT TO DL-SUM-COUNT
001012     WRITE DL100-PRF-LINE FROM WS-SUMMARY-LINE
001013     MOVE 'LEDGER TOTALS OUT OF BAL  =' TO DL-SUM-LABEL
001014     MOVE WS-OOB-TOTAL-COUNT TO DL-SUM-COUNT
001015     WRITE DL100-PRF-LINE FROM WS-SUMMARY-LINE
001016     MOVE 'EXCEPTIONS RAISED         =' TO DL-SUM-LABEL
001017     MOVE WS-EXCEPTION-COUNT TO DL-SUM-COUNT
001018     WRITE DL100-PRF-LINE FROM WS-SUMMARY-LINE
001019     MOVE 'SNAPSHOTS TAKEN           =' TO DL-SUM-LABEL
001020     MOVE WS-SNAPSHOT-COUNT TO DL-SUM-COUNT
001021     WRITE DL100-PRF-LINE FROM WS-SUMMARY-LINE
001022
001023     CLOSE DL100-PRF-RPT
001024     .
001025 8000-SUMMARY-EXIT.
001026     EXIT.
001027
001028 9000-RUN-CONTROL-END.
001029*    AN OUT-OF-BALANCE DAY IS NOT A CLEAN END - JOBS THAT DEPEND
001030*    ON THE PROOF WAIT, AND THE PROOF CAN BE RERUN ONCE CLEARED.
001031     SET DL100-RCP-FUNC-END TO TRUE
001032     MOVE 'DL100PRF' TO DL100-RCP-JOB-NAME
001033     MOVE WS-ACCOUNT-COUNT TO DL100-RCP-INPUT-COUNT
001034     MOVE WS-PROVED-COUNT TO DL100-RCP-OUTPUT-COUNT
001035     IF WS-OUT-OF-BALANCE
001036         MOVE 4 TO DL100-RCP-RETURN-CODE
001037     ELSE
001038         MOVE 0 TO DL100-RCP-RETURN-CODE
001039     END-IF
001040
001041     CALL 'DL100RNC' USING DL100-RCP-PARMS
001042     END-CALL
001043     .
001044 9000-RUN-CONTROL-END-EXIT.
001045     EXIT.
