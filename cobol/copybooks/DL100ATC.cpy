000001*================================================================
000002* DL100ATC.CPY
000003*
000004* CHANGE-HISTORY RECORD FOR THE DL100ATH ENTITLEMENT FILE.
000005*
000006* ONE PERMANENT RECORD PER GRANT OR REVOCATION APPLIED TO
000007* DL100ATH THROUGH THE DL100ATM MAINTENANCE SCREEN - WHO MADE
000008* THE CHANGE, FROM WHICH TERMINAL, WHEN, FOR WHICH USER AND
000009* TRANSACTION CODE, THE ALLOWED SWITCH BEFORE AND AFTER, AND THE
000010* REASON THE OPERATOR HAD TO KEY - SO "WHO GAVE THIS USER PAY1,
000011* WHEN AND WHY" IS ANSWERED FROM THIS LOG THE SAME WAY DL100DSC
000012* ANSWERS IT FOR THE DISPATCH TABLE.  THE OLD SWITCH IS SPACE
000013* WHEN THE GRANT ADDED A NEW ROW.  READ BY THE DL100ATR
000014* QUARTERLY RECERTIFICATION REPORT.
000015*
000016* MAINTENANCE HISTORY
000017* DATE       INIT   DESCRIPTION
000018* ---------- ------ ----------------------------------------------
000019* 2026-10-15 JFM    INITIAL VERSION.
000020*================================================================
000021 01  DL100-ATC-RECORD.
000022     05  DL100-ATC-TIMESTAMP       PIC X(26).
000023     05  DL100-ATC-CHANGED-BY      PIC X(08).
000024     05  DL100-ATC-TERM-ID         PIC X(04).
000025     05  DL100-ATC-ACTION          PIC X(08).
000026         88  DL100-ATC-GRANT           VALUE 'GRANT'.
000027         88  DL100-ATC-REVOKE          VALUE 'REVOKE'.
000028     05  DL100-ATC-USER-ID         PIC X(08).
000029     05  DL100-ATC-TRAN-CODE       PIC X(04).
000030     05  DL100-ATC-OLD-ALLOWED-SW  PIC X(01).
000031     05  DL100-ATC-NEW-ALLOWED-SW  PIC X(01).
000032     05  DL100-ATC-REASON          PIC X(40).
