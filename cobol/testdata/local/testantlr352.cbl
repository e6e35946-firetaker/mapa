000012                                                                  00000012
000013 01  WS-CORR-STAMP             PIC X(21).                         00000013
000014                                                                  00000014
000015 01  WS-XCTL-RESP              PIC S9(08) COMP.                   00000015
000016                                                                  00000016
000017 Procedure Division.                                              00000017
000018                                                                  00000018
000019     MOVE FUNCTION CURRENT-DATE TO WS-CORR-STAMP                  00000019
000020     MOVE SPACES TO DL100-RTR-CORR-ID                             00000020
000021     STRING 'T352' DELIMITED BY SIZE                              00000021
000022         WS-CORR-STAMP(5:12) DELIMITED BY SIZE                    00000022
000023         INTO DL100-RTR-CORR-ID                                   00000023
000024                                                                  00000024
000025     SET DL100-RTR-RESOLVE TO TRUE                                00000025
000026                                                                  00000026
000027 >>DEFINE IGY-ARCH 0                                              00000027
000028 >>DEFINE VAR1 0                                                  00000028
000029                                                                  00000029
000030 >>EVALUATE TRUE                                                  00000030
000031 >>WHEN IGY-CICS                                                  00000031
000032     MOVE 1 TO DL100-RTR-BLOCK-NO                                 00000032
000033     MOVE 'IGY-CICS' TO DL100-RTR-BRANCH-CODE                     00000033
000034     MOVE 'IGYCICS1' TO DL100-RTR-CANDIDATE-NAME                  00000034
000035     CALL 'DL100RTR' USING DL100-RTR-PARMS                        00000035
000036     END-CALL                                                     00000036
000037     EXEC CICS                                                    00000037
000038          XCTL                                                    00000038
000039          PROGRAM(DL100-RTR-EFFECTIVE-NAME)                       00000039
000040          RESP(WS-XCTL-RESP)                                      00000040
000041     END-EXEC                                                     00000041
000042     IF WS-XCTL-RESP EQUAL DFHRESP(PGMIDERR)                      00000042
000043         SET DL100-RTR-LOAD-FAILED TO TRUE                        00000043
000044         CALL 'DL100RTR' USING DL100-RTR-PARMS                    00000044
000045         END-CALL                                                 00000045
000046         EXEC CICS                                                00000046
000047              XCTL                                                00000047
000048              PROGRAM(DL100-RTR-EFFECTIVE-NAME)                   00000048
000049         END-EXEC                                                 00000049
000050     END-IF                                                       00000050
000051 >>WHEN IGY-ARCH > 10                                             00000051
000052     MOVE 1 TO DL100-RTR-BLOCK-NO                                 00000052
000053     MOVE 'IGY-ARCH' TO DL100-RTR-BRANCH-CODE                     00000053
000054     MOVE 'IGYARCH1' TO DL100-RTR-CANDIDATE-NAME                  00000054
000055     CALL 'DL100RTR' USING DL100-RTR-PARMS                        00000055
000056     END-CALL                                                     00000056
000057     CALL DL100-RTR-EFFECTIVE-NAME USING                          00000057
000058          X                                                       00000058
000059          Y                                                       00000059
000060          Z                                                       00000060
000061         ON EXCEPTION                                             00000061
000062             SET DL100-RTR-LOAD-FAILED TO TRUE                    00000062
000063             CALL 'DL100RTR' USING DL100-RTR-PARMS                00000063
000064             END-CALL                                             00000064
000065             CALL DL100-RTR-EFFECTIVE-NAME USING                  00000065
000066                  X                                               00000066
000067                  Y                                               00000067
000068                  Z                                               00000068
000069             END-CALL                                             00000069
000070     END-CALL                                                     00000070
000071 >>WHEN VAR2 IS DEFINED                                           00000071
000072     MOVE 1 TO DL100-RTR-BLOCK-NO                                 00000072
000073     MOVE 'VAR2' TO DL100-RTR-BRANCH-CODE                         00000073
000074     MOVE 'VAR2#1' TO DL100-RTR-CANDIDATE-NAME                    00000074
000075     CALL 'DL100RTR' USING DL100-RTR-PARMS                        00000075
000076     END-CALL                                                     00000076
000077     CALL DL100-RTR-EFFECTIVE-NAME USING                          00000077
000078          X                                                       00000078
000079          Y                                                       00000079
000080          Z                                                       00000080
000081         ON EXCEPTION                                             00000081
000082             SET DL100-RTR-LOAD-FAILED TO TRUE                    00000082
000083             CALL 'DL100RTR' USING DL100-RTR-PARMS                00000083
000084             END-CALL                                             00000084
000085             CALL DL100-RTR-EFFECTIVE-NAME USING                  00000085
000086                  X                                               00000086
000087                  Y                                               00000087
000088                  Z                                               00000088
000089             END-CALL                                             00000089
000090     END-CALL                                                     00000090
000091 >>WHEN VAR1 + 1 = 2                                              00000091
000092     MOVE 1 TO DL100-RTR-BLOCK-NO                                 00000092
000093     MOVE 'VAR1' TO DL100-RTR-BRANCH-CODE                         00000093
000094     MOVE 'VAR1#1' TO DL100-RTR-CANDIDATE-NAME                    00000094
000095     CALL 'DL100RTR' USING DL100-RTR-PARMS                        00000095
000096     END-CALL                                                     00000096
000097     CALL DL100-RTR-EFFECTIVE-NAME USING                          00000097
000098          X                                                       00000098
000099          Y                                                       00000099
000100          Z                                                       00000100
000101         ON EXCEPTION                                             00000101
000102             SET DL100-RTR-LOAD-FAILED TO TRUE                    00000102
000103             CALL 'DL100RTR' USING DL100-RTR-PARMS                00000103
000104             END-CALL                                             00000104
000105             CALL DL100-RTR-EFFECTIVE-NAME USING                  00000105
000106                  X                                               00000106
000107                  Y                                               00000107
000108                  Z                                               00000108
000109             END-CALL                                             00000109
000110     END-CALL                                                     00000110
000111 >>WHEN OTHER                                                     00000111
000112     MOVE 1 TO DL100-RTR-BLOCK-NO                                 00000112
000113     MOVE 'OTHER' TO DL100-RTR-BRANCH-CODE                        00000113
000114     MOVE 'OTHER#1' TO DL100-RTR-CANDIDATE-NAME                   00000114
000115     CALL 'DL100RTR' USING DL100-RTR-PARMS                        00000115
000116     END-CALL                                                     00000116
000117     CALL DL100-RTR-EFFECTIVE-NAME USING                          00000117
000118          X                                                       00000118
000119          Y                                                       00000119
000120          Z                                                       00000120
000121         ON EXCEPTION                                             00000121
000122             SET DL100-RTR-LOAD-FAILED TO TRUE                    00000122
000123             CALL 'DL100RTR' USING DL100-RTR-PARMS                00000123
000124             END-CALL                                             00000124
000125             CALL DL100-RTR-EFFECTIVE-NAME USING                  00000125
000126                  X                                               00000126
000127                  Y                                               00000127
000128                  Z                                               00000128
000129             END-CALL                                             00000129
000130     END-CALL                                                     00000130
000131 >>END-EVALUATE                                                   00000131
000132                                                                  00000132
000133 >>DEFINE VAR1 AS 1                                               00000133
000134                                                                  00000134
000135 >>EVALUATE TRUE                                                  00000135
000136 >>WHEN IGY-CICS                                                  00000136
000137     MOVE 2 TO DL100-RTR-BLOCK-NO                                 00000137
000138     MOVE 'IGY-CICS' TO DL100-RTR-BRANCH-CODE                     00000138
000139     MOVE 'IGYCICS2' TO DL100-RTR-CANDIDATE-NAME                  00000139
000140     CALL 'DL100RTR' USING DL100-RTR-PARMS                        00000140
000141     END-CALL                                                     00000141
000142     EXEC CICS                                                    00000142
000143          XCTL                                                    00000143
000144          PROGRAM(DL100-RTR-EFFECTIVE-NAME)                       00000144
000145          RESP(WS-XCTL-RESP)                                      00000145
000146     END-EXEC                                                     00000146
000147     IF WS-XCTL-RESP EQUAL DFHRESP(PGMIDERR)                      00000147
000148         SET DL100-RTR-LOAD-FAILED TO TRUE                        00000148
000149         CALL 'DL100RTR' USING DL100-RTR-PARMS                    00000149
000150         END-CALL                                                 00000150
000151         EXEC CICS                                                00000151
000152              XCTL                                                00000152
000153              PROGRAM(DL100-RTR-EFFECTIVE-NAME)                   00000153
000154         END-EXEC                                                 00000154
000155     END-IF                                                       00000155
000156 >>WHEN IGY-ARCH > 10                                             00000156
000157     MOVE 2 TO DL100-RTR-BLOCK-NO                                 00000157
000158     MOVE 'IGY-ARCH' TO DL100-RTR-BRANCH-CODE                     00000158
000159     MOVE 'IGYARCH2' TO DL100-RTR-CANDIDATE-NAME                  00000159
000160     CALL 'DL100RTR' USING DL100-RTR-PARMS                        00000160
000161     END-CALL                                                     00000161
000162     CALL DL100-RTR-EFFECTIVE-NAME USING                          00000162
000163          X                                                       00000163
000164          Y                                                       00000164
000165          Z                                                       00000165
000166         ON EXCEPTION                                             00000166
000167             SET DL100-RTR-LOAD-FAILED TO TRUE                    00000167
000168             CALL 'DL100RTR' USING DL100-RTR-PARMS                00000168
000169             END-CALL                                             00000169
000170             CALL DL100-RTR-EFFECTIVE-NAME USING                  00000170
000171                  X                                               00000171
000172                  Y                                               00000172
000173                  Z                                               00000173
000174             END-CALL                                             00000174
000175     END-CALL                                                     00000175
000176 >>WHEN VAR2 IS DEFINED                                           00000176
000177     MOVE 2 TO DL100-RTR-BLOCK-NO                                 00000177
000178     MOVE 'VAR2' TO DL100-RTR-BRANCH-CODE                         00000178
000179     MOVE 'VAR2#2' TO DL100-RTR-CANDIDATE-NAME                    00000179
000180     CALL 'DL100RTR' USING DL100-RTR-PARMS                        00000180
000181     END-CALL                                                     00000181
000182     CALL DL100-RTR-EFFECTIVE-NAME USING                          00000182
000183          X                                                       00000183
000184          Y                                                       00000184
000185          Z                                                       00000185
000186         ON EXCEPTION                                             00000186
000187             SET DL100-RTR-LOAD-FAILED TO TRUE                    00000187
000188             CALL 'DL100RTR' USING DL100-RTR-PARMS                00000188
000189             END-CALL                                             00000189
000190             CALL DL100-RTR-EFFECTIVE-NAME USING                  00000190
000191                  X                                               00000191
000192                  Y                                               00000192
000193                  Z                                               00000193
000194             END-CALL                                             00000194
000195     END-CALL                                                     00000195
000196 >>WHEN VAR1 + 1 = 2                                              00000196
000197     MOVE 2 TO DL100-RTR-BLOCK-NO                                 00000197
000198     MOVE 'VAR1' TO DL100-RTR-BRANCH-CODE                         00000198
000199     MOVE 'VAR1#2' TO DL100-RTR-CANDIDATE-NAME                    00000199
000200     CALL 'DL100RTR' USING DL100-RTR-PARMS                        00000200
000201     END-CALL                                                     00000201
000202     CALL DL100-RTR-EFFECTIVE-NAME USING                          00000202
000203          X                                                       00000203
000204          Y                                                       00000204
000205          Z                                                       00000205
000206         ON EXCEPTION                                             00000206
000207             SET DL100-RTR-LOAD-FAILED TO TRUE                    00000207
000208             CALL 'DL100RTR' USING DL100-RTR-PARMS                00000208
000209             END-CALL                                             00000209
000210             CALL DL100-RTR-EFFECTIVE-NAME USING                  00000210
000211                  X                                               00000211
000212                  Y                                               00000212
000213                  Z                                               00000213
000214             END-CALL                                             00000214
000215     END-CALL                                                     00000215
000216 >>WHEN OTHER                                                     00000216
000217     MOVE 2 TO DL100-RTR-BLOCK-NO                                 00000217
000218     MOVE 'OTHER' TO DL100-RTR-BRANCH-CODE                        00000218
000219     MOVE 'OTHER#2' TO DL100-RTR-CANDIDATE-NAME                   00000219
000220     CALL 'DL100RTR' USING DL100-RTR-PARMS                        00000220
000221     END-CALL                                                     00000221
000222     CALL DL100-RTR-EFFECTIVE-NAME USING                          00000222
000223          X                                                       00000223
000224          Y                                                       00000224
000225          Z                                                       00000225
000226         ON EXCEPTION                                             00000226
000227             SET DL100-RTR-LOAD-FAILED TO TRUE                    00000227
000228             CALL 'DL100RTR' USING DL100-RTR-PARMS                00000228
000229             END-CALL                                             00000229
000230             CALL DL100-RTR-EFFECTIVE-NAME USING                  00000230
000231                  X                                               00000231
000232                  Y                                               00000232
000233                  Z                                               00000233
000234             END-CALL                                             00000234
000235     END-CALL                                                     00000235
000236 >>END-EVALUATE                                                   00000236
000237                                                                  00000237
000238 >>DEFINE VAR2                                                    00000238
000239                                                                  00000239
000240 >>EVALUATE TRUE                                                  00000240
000241 >>WHEN IGY-CICS                                                  00000241
000242     MOVE 3 TO DL100-RTR-BLOCK-NO                                 00000242
000243     MOVE 'IGY-CICS' TO DL100-RTR-BRANCH-CODE                     00000243
000244     MOVE 'IGYCICS3' TO DL100-RTR-CANDIDATE-NAME                  00000244
000245     CALL 'DL100RTR' USING DL100-RTR-PARMS                        00000245
000246     END-CALL                                                     00000246
000247     EXEC CICS                                                    00000247
000248          XCTL                                                    00000248
000249          PROGRAM(DL100-RTR-EFFECTIVE-NAME)                       00000249
000250          RESP(WS-XCTL-RESP)                                      00000250
000251     END-EXEC                                                     00000251
000252     IF WS-XCTL-RESP EQUAL DFHRESP(PGMIDERR)                      00000252
000253         SET DL100-RTR-LOAD-FAILED TO TRUE                        00000253
000254         CALL 'DL100RTR' USING DL100-RTR-PARMS                    00000254
000255         END-CALL                                                 00000255
000256         EXEC CICS                                                00000256
000257              XCTL                                                00000257
000258              PROGRAM(DL100-RTR-EFFECTIVE-NAME)                   00000258
000259         END-EXEC                                                 00000259
000260     END-IF                                                       00000260
000261 >>WHEN IGY-ARCH > 10                                             00000261
000262     MOVE 3 TO DL100-RTR-BLOCK-NO                                 00000262
000263     MOVE 'IGY-ARCH' TO DL100-RTR-BRANCH-CODE                     00000263
000264     MOVE 'IGYARCH3' TO DL100-RTR-CANDIDATE-NAME                  00000264
000265     CALL 'DL100RTR' USING DL100-RTR-PARMS                        00000265
000266     END-CALL                                                     00000266
000267     CALL DL100-RTR-EFFECTIVE-NAME USING                          00000267
000268          X                                                       00000268
000269          Y                                                       00000269
000270          Z                                                       00000270
000271         ON EXCEPTION                                             00000271
000272             SET DL100-RTR-LOAD-FAILED TO TRUE                    00000272
000273             CALL 'DL100RTR' USING DL100-RTR-PARMS                00000273
000274             END-CALL                                             00000274
000275             CALL DL100-RTR-EFFECTIVE-NAME USING                  00000275
000276                  X                                               00000276
000277                  Y                                               00000277
000278                  Z                                               00000278
000279             END-CALL                                             00000279
000280     END-CALL                                                     00000280
000281 >>WHEN VAR2 IS DEFINED                                           00000281
000282     MOVE 3 TO DL100-RTR-BLOCK-NO                                 00000282
000283     MOVE 'VAR2' TO DL100-RTR-BRANCH-CODE                         00000283
000284     MOVE 'VAR2#3' TO DL100-RTR-CANDIDATE-NAME                    00000284
000285     CALL 'DL100RTR' USING DL100-RTR-PARMS                        00000285
000286     END-CALL                                                     00000286
000287     CALL DL100-RTR-EFFECTIVE-NAME USING                          00000287
000288          X                                                       00000288
000289          Y                                                       00000289
000290          Z                                                       00000290
000291         ON EXCEPTION                                             00000291
000292             SET DL100-RTR-LOAD-FAILED TO TRUE                    00000292
000293             CALL 'DL100RTR' USING DL100-RTR-PARMS                00000293
000294             END-CALL                                             00000294
000295             CALL DL100-RTR-EFFECTIVE-NAME USING                  00000295
000296                  X                                               00000296
000297                  Y                                               00000297
000298                  Z                                               00000298
000299             END-CALL                                             00000299
000300     END-CALL                                                     00000300
000301 >>WHEN VAR1 + 1 = 2                                              00000301
000302     MOVE 3 TO DL100-RTR-BLOCK-NO                                 00000302
000303     MOVE 'VAR1' TO DL100-RTR-BRANCH-CODE                         00000303
000304     MOVE 'VAR1#3' TO DL100-RTR-CANDIDATE-NAME                    00000304
000305     CALL 'DL100RTR' USING DL100-RTR-PARMS                        00000305
000306     END-CALL                                                     00000306
000307     CALL DL100-RTR-EFFECTIVE-NAME USING                          00000307
000308          X                                                       00000308
000309          Y                                                       00000309
000310          Z                                                       00000310
000311         ON EXCEPTION                                             00000311
000312             SET DL100-RTR-LOAD-FAILED TO TRUE                    00000312
000313             CALL 'DL100RTR' USING DL100-RTR-PARMS                00000313
000314             END-CALL                                             00000314
000315             CALL DL100-RTR-EFFECTIVE-NAME USING                  00000315
000316                  X                                               00000316
000317                  Y                                               00000317
000318                  Z                                               00000318
000319             END-CALL                                             00000319
000320     END-CALL                                                     00000320
000321 >>WHEN OTHER                                                     00000321
000322     MOVE 3 TO DL100-RTR-BLOCK-NO                                 00000322
000323     MOVE 'OTHER' TO DL100-RTR-BRANCH-CODE                        00000323
000324     MOVE 'OTHER#3' TO DL100-RTR-CANDIDATE-NAME                   00000324
000325     CALL 'DL100RTR' USING DL100-RTR-PARMS                        00000325
000326     END-CALL                                                     00000326
000327     CALL DL100-RTR-EFFECTIVE-NAME USING                          00000327
000328          X                                                       00000328
000329          Y                                                       00000329
000330          Z                                                       00000330
000331         ON EXCEPTION                                             00000331
000332             SET DL100-RTR-LOAD-FAILED TO TRUE                    00000332
000333             CALL 'DL100RTR' USING DL100-RTR-PARMS                00000333
000334             END-CALL                                             00000334
000335             CALL DL100-RTR-EFFECTIVE-NAME USING                  00000335
000336                  X                                               00000336
000337                  Y                                               00000337
000338                  Z                                               00000338
000339             END-CALL                                             00000339
000340     END-CALL                                                     00000340
000341 >>END-EVALUATE                                                   00000341
000342                                                                  00000342
000343 >>DEFINE IGY-ARCH 11                                             00000343
000344                                                                  00000344
000345 >>EVALUATE TRUE                                                  00000345
000346 >>WHEN IGY-CICS                                                  00000346
000347     MOVE 4 TO DL100-RTR-BLOCK-NO                                 00000347
000348     MOVE 'IGY-CICS' TO DL100-RTR-BRANCH-CODE                     00000348
000349     MOVE 'IGYCICS4' TO DL100-RTR-CANDIDATE-NAME                  00000349
000350     CALL 'DL100RTR' USING DL100-RTR-PARMS                        00000350
000351     END-CALL                                                     00000351
000352     EXEC CICS                                                    00000352
000353          XCTL                                                    00000353
000354          PROGRAM(DL100-RTR-EFFECTIVE-NAME)                       00000354
000355          RESP(WS-XCTL-RESP)                                      00000355
000356     END-EXEC                                                     00000356
000357     IF WS-XCTL-RESP EQUAL DFHRESP(PGMIDERR)                      00000357
000358         SET DL100-RTR-LOAD-FAILED TO TRUE                        00000358
000359         CALL 'DL100RTR' USING DL100-RTR-PARMS                    00000359
000360         END-CALL                                                 00000360
000361         EXEC CICS                                                00000361
000362              XCTL                                                00000362
000363              PROGRAM(DL100-RTR-EFFECTIVE-NAME)                   00000363
000364         END-EXEC                                                 00000364
000365     END-IF                                                       00000365
000366 >>WHEN IGY-ARCH > 10                                             00000366
000367     MOVE 4 TO DL100-RTR-BLOCK-NO                                 00000367
000368     MOVE 'IGY-ARCH' TO DL100-RTR-BRANCH-CODE                     00000368
000369     MOVE 'IGYARCH4' TO DL100-RTR-CANDIDATE-NAME                  00000369
000370     CALL 'DL100RTR' USING DL100-RTR-PARMS                        00000370
000371     END-CALL                                                     00000371
000372     CALL DL100-RTR-EFFECTIVE-NAME USING                          00000372
000373          X                                                       00000373
000374          Y                                                       00000374
000375          Z                                                       00000375
000376         ON EXCEPTION                                             00000376
000377             SET DL100-RTR-LOAD-FAILED TO TRUE                    00000377
000378             CALL 'DL100RTR' USING DL100-RTR-PARMS                00000378
000379             END-CALL                                             00000379
000380             CALL DL100-RTR-EFFECTIVE-NAME USING                  00000380
000381                  X                                               00000381
000382                  Y                                               00000382
000383                  Z                                               00000383
000384             END-CALL                                             00000384
000385     END-CALL                                                     00000385
000386 >>WHEN VAR2 IS DEFINED                                           00000386
000387     MOVE 4 TO DL100-RTR-BLOCK-NO                                 00000387
000388     MOVE 'VAR2' TO DL100-RTR-BRANCH-CODE                         00000388
000389     MOVE 'VAR2#4' TO DL100-RTR-CANDIDATE-NAME                    00000389
000390     CALL 'DL100RTR' USING DL100-RTR-PARMS                        00000390
000391     END-CALL                                                     00000391
000392     CALL DL100-RTR-EFFECTIVE-NAME USING                          00000392
000393          X                                                       00000393
000394          Y                                                       00000394
000395          Z                                                       00000395
000396         ON EXCEPTION                                             00000396
000397             SET DL100-RTR-LOAD-FAILED TO TRUE                    00000397
000398             CALL 'DL100RTR' USING DL100-RTR-PARMS                00000398
000399             END-CALL                                             00000399
000400             CALL DL100-RTR-EFFECTIVE-NAME USING                  00000400
000401                  X                                               00000401
000402                  Y                                               00000402
000403                  Z                                               00000403
000404             END-CALL                                             00000404
000405     END-CALL                                                     00000405
000406 >>WHEN VAR1 + 1 = 2                                              00000406
000407     MOVE 4 TO DL100-RTR-BLOCK-NO                                 00000407
000408     MOVE 'VAR1' TO DL100-RTR-BRANCH-CODE                         00000408
000409     MOVE 'VAR1#4' TO DL100-RTR-CANDIDATE-NAME                    00000409
000410     CALL 'DL100RTR' USING DL100-RTR-PARMS                        00000410
000411     END-CALL                                                     00000411
000412     CALL DL100-RTR-EFFECTIVE-NAME USING                          00000412
000413          X                                                       00000413
000414          Y                                                       00000414
000415          Z                                                       00000415
000416         ON EXCEPTION                                             00000416
000417             SET DL100-RTR-LOAD-FAILED TO TRUE                    00000417
000418             CALL 'DL100RTR' USING DL100-RTR-PARMS                00000418
000419             END-CALL                                             00000419
000420             CALL DL100-RTR-EFFECTIVE-NAME USING                  00000420
000421                  X                                               00000421
000422                  Y                                               00000422
000423                  Z                                               00000423
000424             END-CALL                                             00000424
000425     END-CALL                                                     00000425
000426 >>WHEN OTHER                                                     00000426
000427     MOVE 4 TO DL100-RTR-BLOCK-NO                                 00000427
000428     MOVE 'OTHER' TO DL100-RTR-BRANCH-CODE                        00000428
000429     MOVE 'OTHER#4' TO DL100-RTR-CANDIDATE-NAME                   00000429
000430     CALL 'DL100RTR' USING DL100-RTR-PARMS                        00000430
000431     END-CALL                                                     00000431
000432     CALL DL100-RTR-EFFECTIVE-NAME USING                          00000432
000433          X                                                       00000433
000434          Y                                                       00000434
000435          Z                                                       00000435
000436         ON EXCEPTION                                             00000436
000437             SET DL100-RTR-LOAD-FAILED TO TRUE                    00000437
000438             CALL 'DL100RTR' USING DL100-RTR-PARMS                00000438
000439             END-CALL                                             00000439
000440             CALL DL100-RTR-EFFECTIVE-NAME USING                  00000440
000441                  X                                               00000441
000442                  Y                                               00000442
000443                  Z                                               00000443
000444             END-CALL                                             00000444
000445     END-CALL                                                     00000445
000446 >>END-EVALUATE                                                   00000446
000447                                                                  00000447
000448 >>DEFINE IGY-CICS                                                00000448
000449                                                                  00000449
000450 >>EVALUATE TRUE                                                  00000450
000451 >>WHEN IGY-CICS                                                  00000451
000452     MOVE 5 TO DL100-RTR-BLOCK-NO                                 00000452
000453     MOVE 'IGY-CICS' TO DL100-RTR-BRANCH-CODE                     00000453
000454     MOVE 'IGYCICS5' TO DL100-RTR-CANDIDATE-NAME                  00000454
000455     CALL 'DL100RTR' USING DL100-RTR-PARMS                        00000455
000456     END-CALL                                                     00000456
000457     EXEC CICS                                                    00000457
000458          XCTL                                                    00000458
000459          PROGRAM(DL100-RTR-EFFECTIVE-NAME)                       00000459
000460          RESP(WS-XCTL-RESP)                                      00000460
000461     END-EXEC                                                     00000461
000462     IF WS-XCTL-RESP EQUAL DFHRESP(PGMIDERR)                      00000462
000463         SET DL100-RTR-LOAD-FAILED TO TRUE                        00000463
000464         CALL 'DL100RTR' USING DL100-RTR-PARMS                    00000464
000465         END-CALL                                                 00000465
000466         EXEC CICS                                                00000466
000467              XCTL                                                00000467
000468              PROGRAM(DL100-RTR-EFFECTIVE-NAME)                   00000468
000469         END-EXEC                                                 00000469
000470     END-IF                                                       00000470
000471 >>WHEN IGY-ARCH > 10                                             00000471
000472     MOVE 5 TO DL100-RTR-BLOCK-NO                                 00000472
000473     MOVE 'IGY-ARCH' TO DL100-RTR-BRANCH-CODE                     00000473
000474     MOVE 'IGYARCH5' TO DL100-RTR-CANDIDATE-NAME                  00000474
000475     CALL 'DL100RTR' USING DL100-RTR-PARMS                        00000475
000476     END-CALL                                                     00000476
000477     CALL DL100-RTR-EFFECTIVE-NAME USING                          00000477
000478          X                                                       00000478
000479          Y                                                       00000479
000480          Z                                                       00000480
000481         ON EXCEPTION                                             00000481
000482             SET DL100-RTR-LOAD-FAILED TO TRUE                    00000482
000483             CALL 'DL100RTR' USING DL100-RTR-PARMS                00000483
000484             END-CALL                                             00000484
000485             CALL DL100-RTR-EFFECTIVE-NAME USING                  00000485
000486                  X                                               00000486
000487                  Y                                               00000487
000488                  Z                                               00000488
000489             END-CALL                                             00000489
000490     END-CALL                                                     00000490
000491 >>WHEN VAR2 IS DEFINED                                           00000491
000492     MOVE 5 TO DL100-RTR-BLOCK-NO                                 00000492
000493     MOVE 'VAR2' TO DL100-RTR-BRANCH-CODE                         00000493
000494     MOVE 'VAR2#5' TO DL100-RTR-CANDIDATE-NAME                    00000494
000495     CALL 'DL100RTR' USING DL100-RTR-PARMS                        00000495
000496     END-CALL                                                     00000496
000497     CALL DL100-RTR-EFFECTIVE-NAME USING                          00000497
000498          X                                                       00000498
000499          Y                                                       00000499
000500          Z                                                       00000500
000501         ON EXCEPTION                                             00000501
000502             SET DL100-RTR-LOAD-FAILED TO TRUE                    00000502
000503             CALL 'DL100RTR' USING DL100-RTR-PARMS                00000503
000504             END-CALL                                             00000504
000505             CALL DL100-RTR-EFFECTIVE-NAME USING                  00000505
000506                  X                                               00000506
000507                  Y                                               00000507
000508                  Z                                               00000508
000509             END-CALL                                             00000509
000510     END-CALL                                                     00000510
000511 >>WHEN VAR1 + 1 = 2                                              00000511
000512     MOVE 5 TO DL100-RTR-BLOCK-NO                                 00000512
000513     MOVE 'VAR1' TO DL100-RTR-BRANCH-CODE                         00000513
000514     MOVE 'VAR1#5' TO DL100-RTR-CANDIDATE-NAME                    00000514
000515     CALL 'DL100RTR' USING DL100-RTR-PARMS                        00000515
000516     END-CALL                                                     00000516
000517     CALL DL100-RTR-EFFECTIVE-NAME USING                          00000517
000518          X                                                       00000518
000519          Y                                                       00000519
000520          Z                                                       00000520
000521         ON EXCEPTION                                             00000521
000522             SET DL100-RTR-LOAD-FAILED TO TRUE                    00000522
000523             CALL 'DL100RTR' USING DL100-RTR-PARMS                00000523
000524             END-CALL                                             00000524
000525             CALL DL100-RTR-EFFECTIVE-NAME USING                  00000525
000526                  X                                               00000526
000527                  Y                                               00000527
000528                  Z                                               00000528
000529             END-CALL                                             00000529
000530     END-CALL                                                     00000530
000531 >>WHEN OTHER                                                     00000531
000532     MOVE 5 TO DL100-RTR-BLOCK-NO                                 00000532
000533     MOVE 'OTHER' TO DL100-RTR-BRANCH-CODE                        00000533
000534     MOVE 'OTHER#5' TO DL100-RTR-CANDIDATE-NAME                   00000534
000535     CALL 'DL100RTR' USING DL100-RTR-PARMS                        00000535
000536     END-CALL                                                     00000536
000537     CALL DL100-RTR-EFFECTIVE-NAME USING                          00000537
000538          X                                                       00000538
000539          Y                                                       00000539
000540          Z                                                       00000540
000541         ON EXCEPTION                                             00000541
000542             SET DL100-RTR-LOAD-FAILED TO TRUE                    00000542
000543             CALL 'DL100RTR' USING DL100-RTR-PARMS                00000543
000544             END-CALL                                             00000544
000545             CALL DL100-RTR-EFFECTIVE-NAME USING                  00000545
000546                  X                                               00000546
000547                  Y                                               00000547
000548                  Z                                               00000548
000549             END-CALL                                             00000549
000550     END-CALL                                                     00000550
000551 >>END-EVALUATE                                                   00000551
000552                                                                  00000552
000553                                                                  00000553
000554     GOBACK.                                                      00000554
