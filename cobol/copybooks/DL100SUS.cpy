000016* DATE       INIT   DESCRIPTION
000017* ---------- ------ ----------------------------------------------
000018* 2026-09-02 JFM    INITIAL VERSION.
000019* 2026-10-15 JFM    AN ENTRY STILL PENDING AT THE DL100EOD
000020*                   DAY CLOSE IS EXPIRED (REJECTED, DECIDED BY
000021*                   DL100EOD) OR ROLLED FORWARD TO THE NEXT
000022*                   PROCESSING DATE.
000023*================================================================
000024 01  DL100-SUS-RECORD.
000025     05  DL100-SUS-TIMESTAMP       PIC X(26).
000026     05  DL100-SUS-PROC-DATE       PIC X(08).
000027     05  DL100-SUS-TRAN-CODE       PIC X(04).
000028     05  DL100-SUS-TERM-ID         PIC X(04).
000029     05  DL100-SUS-USER-ID         PIC X(08).
000030     05  DL100-SUS-CORR-ID         PIC X(16).
000031     05  DL100-SUS-ACCOUNT-NO      PIC X(10).
000032     05  DL100-SUS-COUNTERPARTY    PIC X(20).
000033     05  DL100-SUS-AMOUNT          PIC 9(07)V99.
000034     05  DL100-SUS-STATUS-SW       PIC X(01).
000035         88  DL100-SUS-PENDING         VALUE 'P'.
000036         88  DL100-SUS-RELEASED        VALUE 'R'.
000037         88  DL100-SUS-REJECTED        VALUE 'J'.
000038     05  DL100-SUS-DECIDED-BY      PIC X(08).
000039     05  DL100-SUS-DECIDED-TS      PIC X(26).
