000001*================================================================
000002* DL100WHP.CPY
000003*
000004* WAREHOUSED-PAYMENT RECORD FOR FUTURE-DATED PAY1 PAYMENTS.
000005*
000006* WRITTEN BY PGMA0001 (OR DL100BLK, FOR A BULK INSTRUCTION) WHEN
000007* A PAY1 ARRIVES WITH A DL100-PPY-VALUE-DATE AFTER THE PROCESSING
000008* DATE - THE PAYMENT IS PARKED HERE IN
000009* WAREHOUSED STATUS INSTEAD OF BEING PROCESSED ON ARRIVAL.  THE
000010* KEYING USER MAY CANCEL IT FROM THE DL100WHQ CONSOLE UNTIL IT IS
000011* RELEASED.  THE NIGHTLY DL100WRL JOB RELEASES IT ON ITS VALUE
000012* DATE (ROLLED FORWARD TO THE NEXT DL100CAL BUSINESS DAY WHEN THE
000013* VALUE DATE IS A HOLIDAY) THROUGH THE SAME DUPLICATE, LIMIT,
000014* FUNDS, AND RECORDING STEPS AS AN ONLINE PAYMENT, AND STAMPS THE
000015* OUTCOME HERE:
000016*     R - RELEASED AND RECORDED AS PROCESSED
000017*     H - RELEASED INTO DL100SUS OR DL100PND FOR A DECISION
000018*     F - FAILED ON RELEASE (ACCOUNT NOT OPEN, INSUFFICIENT FUNDS)
000019*     C - CANCELLED BY THE KEYING USER BEFORE RELEASE
000020* CANCELLED AND FAILED PAYMENTS ARE LISTED ON THE NEXT DL100WRL
000021* REPORT, WHICH THEN SETS THE REPORTED SWITCH SO EACH IS LISTED
000022* ONCE.
000023*
000024* MAINTENANCE HISTORY
000025* DATE       INIT   DESCRIPTION
000026* ---------- ------ ----------------------------------------------
000027* 2026-10-15 JFM    INITIAL VERSION.
000028* 2026-10-15 JFM    ALSO WRITTEN BY DL100BLK FOR BULK INPUT.
000029*================================================================
000030 01  DL100-WHP-RECORD.
000031     05  DL100-WHP-TIMESTAMP       PIC X(26).
000032     05  DL100-WHP-PROC-DATE       PIC X(08).
000033     05  DL100-WHP-VALUE-DATE      PIC X(08).
000034     05  DL100-WHP-TERM-ID         PIC X(04).
000035     05  DL100-WHP-USER-ID         PIC X(08).
000036     05  DL100-WHP-CORR-ID         PIC X(16).
000037     05  DL100-WHP-ACCOUNT-NO      PIC X(10).
000038     05  DL100-WHP-PAYEE-NAME      PIC X(20).
000039     05  DL100-WHP-AMOUNT          PIC 9(07)V99.
000040     05  DL100-WHP-STATUS-SW       PIC X(01).
000041         88  DL100-WHP-WAREHOUSED      VALUE 'W'.
000042         88  DL100-WHP-RELEASED        VALUE 'R'.
000043         88  DL100-WHP-HELD            VALUE 'H'.
000044         88  DL100-WHP-FAILED          VALUE 'F'.
000045         88  DL100-WHP-CANCELLED       VALUE 'C'.
000046     05  DL100-WHP-RELEASE-DATE    PIC X(08).
000047     05  DL100-WHP-DECIDED-BY      PIC X(08).
000048     05  DL100-WHP-DECIDED-TS      PIC X(26).
000049     05  DL100-WHP-REASON          PIC X(40).
000050     05  DL100-WHP-REPORTED-SW     PIC X(01).
000051         88  DL100-WHP-REPORTED        VALUE 'Y'.
000052         88  DL100-WHP-UNREPORTED      VALUE 'N'.
