000016* DATE       INIT   DESCRIPTION
000017* ---------- ------ ----------------------------------------------
000018* 2026-09-02 JFM    INITIAL VERSION.
000019* 2026-10-15 JFM    AN ENTRY STILL PENDING AT THE DL100EOD
000020*                   DAY CLOSE IS EXPIRED (REJECTED, DECIDED BY
000021*                   DL100EOD) OR ROLLED FORWARD TO THE NEXT
000022*                   PROCESSING DATE.
000023*================================================================
000024 01  DL100-PND-RECORD.
000025     05  DL100-PND-TIMESTAMP       PIC X(26).
000026     05  DL100-PND-PROC-DATE       PIC X(08).
000027     05  DL100-PND-TRAN-CODE       PIC X(04).
000028     05  DL100-PND-TERM-ID         PIC X(04).
000029     05  DL100-PND-USER-ID         PIC X(08).
000030     05  DL100-PND-CORR-ID         PIC X(16).
000031     05  DL100-PND-ACCOUNT-NO      PIC X(10).
000032     05  DL100-PND-COUNTERPARTY    PIC X(20).
000033     05  DL100-PND-AMOUNT          PIC 9(07)V99.
000034     05  DL100-PND-STATUS-SW       PIC X(01).
000035         88  DL100-PND-PENDING         VALUE 'P'.
000036         88  DL100-PND-APPROVED        VALUE 'A'.
000037         88  DL100-PND-REJECTED        VALUE 'R'.
000038     05  DL100-PND-DECIDED-BY      PIC X(08).
000039     05  DL100-PND-DECIDED-TS      PIC X(26).
