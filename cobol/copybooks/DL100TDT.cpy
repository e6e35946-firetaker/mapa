000003*
000004* FINANCIAL TRANSACTION DETAIL RECORD FOR THE DL100 SUITE.
000005*
000006* ONE RECORD PER COMPLETED PAY1/XFR1/REV1 MOVEMENT - THE AMOUNT,
000007* THE ACCOUNTS, AND THE CORRELATION TOKEN.  WRITTEN BY PGMA0001
000008* WHEN IT ACTS ON THE PAYLOAD, BY THE DL100APQ AND DL100SUQ
000009* CONSOLES WHEN A HELD ENTRY IS APPROVED OR RELEASED, BY DL100WRL
000010* WHEN A WAREHOUSED PAYMENT FALLS DUE, BY DL100BLK FOR EACH BULK
000011* INSTRUCTION ACCEPTED, AND BY DL100CRC WHEN A COMPLIANCE HOLD IS
000012* CLEARED.  THE NIGHTLY DL100GLX JOB TOTALS THESE BY TRANSACTION
000013* CODE AND BY ACCOUNT AND CUTS THE CONTROL-TOTALED GENERAL-LEDGER
000014* INTERFACE FILE FROM THEM, MARKING EACH RECORD EXTRACTED SO A
000015* RERUN CANNOT DOUBLE-POST.  THIS IS THE FILE THAT FINALLY
000016* ANSWERS "HOW MUCH MOVED THROUGH PAY1 AND XFR1 YESTERDAY" WITHOUT
000017* THE SOURCE DOCUMENTS.
000018*
000019* MAINTENANCE HISTORY
000020* DATE       INIT   DESCRIPTION
000021* ---------- ------ ----------------------------------------------
000022* 2026-09-02 JFM    INITIAL VERSION.
000023* 2026-10-15 JFM    ADDED THE REVERSED SWITCH AND THE ORIGINAL
000024*                   TOKEN FOR REV1.  A REV1 DETAIL CARRIES THE
000025*                   TOKEN OF THE MOVEMENT IT BACKS OUT IN
000026*                   ORIG-CORR-ID, AND THAT MOVEMENT IS MARKED
000027*                   REVERSED SO IT CANNOT BE BACKED OUT TWICE.
000028*                   BOTH ARE BLANK/'N' ON AN ORDINARY MOVEMENT.
000029* 2026-10-15 JFM    RECORDS WRITTEN BEFORE THE REVERSED SWITCH AND
000030*                   ORIGINAL TOKEN WERE ADDED ARE CONVERTED BY THE
000031*                   ONE-TIME DL100TCV JOB.  WRITER LIST
000032*                   BROUGHT UP TO DATE.
000033*================================================================
000034 01  DL100-TDT-RECORD.
000035     05  DL100-TDT-TIMESTAMP       PIC X(26).
000036     05  DL100-TDT-PROC-DATE       PIC X(08).
000037     05  DL100-TDT-TRAN-CODE       PIC X(04).
000038     05  DL100-TDT-CORR-ID         PIC X(16).
000039     05  DL100-TDT-USER-ID         PIC X(08).
000040     05  DL100-TDT-ACCOUNT-NO      PIC X(10).
000041     05  DL100-TDT-COUNTERPARTY    PIC X(20).
000042     05  DL100-TDT-AMOUNT          PIC 9(07)V99.
000043     05  DL100-TDT-EXTRACTED-SW    PIC X(01).
000044         88  DL100-TDT-EXTRACTED       VALUE 'Y'.
000045         88  DL100-TDT-UNEXTRACTED     VALUE 'N'.
000046     05  DL100-TDT-REVERSED-SW     PIC X(01).
000047         88  DL100-TDT-REVERSED        VALUE 'Y'.
000048         88  DL100-TDT-NOT-REVERSED    VALUE 'N'.
000049     05  DL100-TDT-ORIG-CORR-ID    PIC X(16).
