000001*================================================================
000002* DL100NSF.CPY
000003*
000004* INSUFFICIENT-FUNDS REFUSAL RECORD FOR PAY1/XFR1 MOVEMENTS.
000005*
000006* ONE RECORD IS WRITTEN WHENEVER A MOVEMENT IS REFUSED BECAUSE
000007* POSTING IT WOULD TAKE THE PAYING ACCOUNT'S DL100ACT BALANCE
000008* BELOW ZERO - BY PGMA0001 ON RECEIPT, BY DL100BLK FOR A BULK
000009* INSTRUCTION, BY DL100WRL FOR A WAREHOUSED PAYMENT FALLING DUE,
000010* AND BY THE DL100APQ, DL100SUQ AND DL100CRC CONSOLES WHEN A
000011* HELD ENTRY CAN NO LONGER BE FUNDED AT DECISION TIME.  IT
000012* CARRIES THE MOVEMENT'S CORRELATION TOKEN SO THE DL100TRC AND
000013* DL100TRH TRACE LOOKUPS SHOW THE REFUSAL ALONGSIDE THE
000014* DEPARTURE AND COMPLETION RECORDS, AND THE BALANCE THE
000015* MOVEMENT WAS REFUSED AGAINST.
000016*
000017* MAINTENANCE HISTORY
000018* DATE       INIT   DESCRIPTION
000019* ---------- ------ ----------------------------------------------
000020* 2026-10-15 JFM    INITIAL VERSION.
000021* 2026-10-15 JFM    ALSO WRITTEN BY DL100BLK FOR BULK INPUT.
000022* 2026-10-15 JFM    ALSO WRITTEN BY DL100WRL AND DL100CRC.
000023*================================================================
000024 01  DL100-NSF-RECORD.
000025     05  DL100-NSF-TIMESTAMP       PIC X(26).
000026     05  DL100-NSF-TERM-ID         PIC X(04).
000027     05  DL100-NSF-USER-ID         PIC X(08).
000028     05  DL100-NSF-PROGRAM         PIC X(08).
000029     05  DL100-NSF-TRAN-CODE       PIC X(04).
000030     05  DL100-NSF-CORR-ID         PIC X(16).
000031     05  DL100-NSF-ACCOUNT-NO      PIC X(10).
000032     05  DL100-NSF-AMOUNT          PIC 9(07)V99.
000033     05  DL100-NSF-BALANCE         PIC S9(09)V99.
