000001*================================================================
000002* DL100CRQ.CPY
000003*
000004* COMPLIANCE-REVIEW QUEUE RECORD FOR WATCH-LIST HITS.
000005*
000006* WRITTEN WHEN A PAY1 PAYEE OR AN XFR1 TO-ACCOUNT HITS THE
000007* DL100WLS WATCH LIST - BY PGMA0001 ON RECEIPT, BY DL100BLK FOR
000008* A BULK INSTRUCTION, AND BY DL100WRL WHEN A WAREHOUSED PAYMENT
000009* COMES DUE.  THE MOVEMENT IS NOT
000010* PROCESSED; IT WAITS HERE FOR COMPLIANCE TO CLEAR IT (A FALSE
000011* MATCH - IT CARRIES ON THROUGH THE DUPLICATE, LIMIT AND FUNDS
000012* CHECKS AND IS RECORDED) OR BLOCK IT (IT IS NEVER PROCESSED) ON
000013* THE DL100CRC CONSOLE.  THE CLEAR RESULT SAYS WHERE A CLEARED
000014* ITEM WENT: RECORDED, OR HELD ON DL100SUS OR DL100PND.
000015*
000016* MAINTENANCE HISTORY
000017* DATE       INIT   DESCRIPTION
000018* ---------- ------ ----------------------------------------------
000019* 2026-10-15 JFM    INITIAL VERSION.
000020* 2026-10-15 JFM    ALSO WRITTEN BY DL100BLK FOR BULK INPUT.
000021*================================================================
000022 01  DL100-CRQ-RECORD.
000023     05  DL100-CRQ-TIMESTAMP       PIC X(26).
000024     05  DL100-CRQ-PROC-DATE       PIC X(08).
000025     05  DL100-CRQ-TRAN-CODE       PIC X(04).
000026     05  DL100-CRQ-TERM-ID         PIC X(04).
000027     05  DL100-CRQ-USER-ID         PIC X(08).
000028     05  DL100-CRQ-CORR-ID         PIC X(16).
000029     05  DL100-CRQ-ACCOUNT-NO      PIC X(10).
000030     05  DL100-CRQ-COUNTERPARTY    PIC X(20).
000031     05  DL100-CRQ-AMOUNT          PIC 9(07)V99.
000032     05  DL100-CRQ-SOURCE-PGM      PIC X(08).
000033     05  DL100-CRQ-MATCH-TYPE      PIC X(01).
000034         88  DL100-CRQ-EXACT-MATCH     VALUE 'E'.
000035         88  DL100-CRQ-NORM-MATCH      VALUE 'N'.
000036         88  DL100-CRQ-ACCOUNT-MATCH   VALUE 'A'.
000037     05  DL100-CRQ-ENTRY-ID        PIC X(10).
000038     05  DL100-CRQ-LISTED-NAME     PIC X(40).
000039     05  DL100-CRQ-LIST-CODE       PIC X(08).
000040     05  DL100-CRQ-STATUS-SW       PIC X(01).
000041         88  DL100-CRQ-PENDING         VALUE 'P'.
000042         88  DL100-CRQ-CLEARED         VALUE 'C'.
000043         88  DL100-CRQ-BLOCKED         VALUE 'B'.
000044     05  DL100-CRQ-DECIDED-BY      PIC X(08).
000045     05  DL100-CRQ-DECIDED-TS      PIC X(26).
000046     05  DL100-CRQ-CLEAR-RESULT    PIC X(04).
000047         88  DL100-CRQ-RESULT-RECORDED VALUE 'RCRD'.
000048         88  DL100-CRQ-RESULT-SUSPENSE VALUE 'SUSP'.
000049         88  DL100-CRQ-RESULT-PENDING  VALUE 'PEND'.
