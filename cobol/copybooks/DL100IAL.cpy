000001*================================================================
000002* DL100IAL.CPY
000003*
000004* INQ1 ACCOUNT ACCESS LOG RECORD FOR THE DL100 SUITE.
000005*
000006* ONE RECORD IS WRITTEN BY PGMA0001 FOR EVERY INQ1 ACCOUNT
000007* INQUIRY IT ANSWERS - WHO ASKED (USER AND TERMINAL), WHICH
000008* ACCOUNT, THE CORRELATION TOKEN, AND WHEN - WHETHER OR NOT THE
000009* ACCOUNT WAS STILL ON THE DL100ACT MASTER.  THE STATUS IS THE
000010* ONE SHOWN TO THE USER, BLANK WHEN THE ACCOUNT WAS NOT FOUND.
000011* GENERAL INQUIRIES (NO ACCOUNT) SHOW NO CUSTOMER DATA AND ARE
000012* NOT LOGGED.  THE FILE IS OPENED EXTEND AND ONLY EVER GROWS; IT
000013* IS THE ANSWER TO "WHO VIEWED THIS CUSTOMER'S BALANCE", AND THE
000014* WEEKLY DL100IAW PRIVACY REPORT IS CUT FROM IT.
000015*
000016* MAINTENANCE HISTORY
000017* DATE       INIT   DESCRIPTION
000018* ---------- ------ ----------------------------------------------
000019* 2026-10-15 JFM    INITIAL VERSION.
000020*================================================================
000021 01  DL100-IAL-RECORD.
000022     05  DL100-IAL-TIMESTAMP       PIC X(26).
000023     05  DL100-IAL-TERM-ID         PIC X(04).
000024     05  DL100-IAL-USER-ID         PIC X(08).
000025     05  DL100-IAL-PROGRAM         PIC X(08).
000026     05  DL100-IAL-CORR-ID         PIC X(16).
000027     05  DL100-IAL-ACCOUNT-NO      PIC X(10).
000028     05  DL100-IAL-ACCT-STATUS     PIC X(01).
000029         88  DL100-IAL-ACCT-OPEN       VALUE 'O'.
000030         88  DL100-IAL-ACCT-CLOSED     VALUE 'C'.
000031         88  DL100-IAL-ACCT-FROZEN     VALUE 'F'.
000032         88  DL100-IAL-ACCT-NOT-FOUND  VALUE ' '.
