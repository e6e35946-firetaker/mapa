000016* DATE       INIT   DESCRIPTION
000017* ---------- ------ ----------------------------------------------
000018* 2026-09-02 JFM    INITIAL VERSION.
000019* 2026-10-15 JFM    DL100-ACT-BALANCE IS NOW POSTED BY EVERY
000020*                   RECORDED PAY1/XFR1 (PGMA0001, AND DL100APQ AND
000021*                   DL100SUQ WHEN A HELD ENTRY IS DECIDED).
000022* 2026-10-15 JFM    ACCOUNTS ARE NOW ADDED, OPENED, CLOSED,
000023*                   FROZEN, AND RENAMED THROUGH THE DL100ACM
000024*                   SCREEN, WHICH LOGS EVERY CHANGE TO DL100ACH.
000025* 2026-10-15 JFM    NOW HELD AS A KEYED VSAM KSDS, KEY
000026*                   DL100-ACT-ACCOUNT-NO, SO PGMA0001 AND DL100VAL
000027*                   READ THE ONE ACCOUNT THEY NEED DIRECTLY.
000028*                   LOADED FROM THE OLD SEQUENTIAL FILE BY
000029*                   DL100KCV.  LAYOUT UNCHANGED.
000030*================================================================
000031 01  DL100-ACT-RECORD.
000032     05  DL100-ACT-ACCOUNT-NO      PIC X(10).
000033     05  DL100-ACT-STATUS-SW       PIC X(01).
000034         88  DL100-ACT-OPEN            VALUE 'O'.
000035         88  DL100-ACT-CLOSED          VALUE 'C'.
000036         88  DL100-ACT-FROZEN          VALUE 'F'.
000037     05  DL100-ACT-SHORT-NAME      PIC X(20).
000038     05  DL100-ACT-BALANCE         PIC S9(09)V99.
