000018* DATE       INIT   DESCRIPTION
000019* ---------- ------ ----------------------------------------------
000020* 2026-09-02 JFM    INITIAL VERSION.
000021* 2026-10-15 JFM    NOW HELD AS A KEYED VSAM KSDS.  THE
000022*                   DUPLICATE-CHECK FIELDS ARE GROUPED UNDER
000023*                   DL100-PRC-DUP-KEY AND, WITH THE TOKEN, FORM
000024*                   THE UNIQUE RECORD KEY DL100-PRC-KEY - A
000025*                   RELEASED DUPLICATE SHARES ITS DUP-KEY WITH THE
000026*                   MOVEMENT IT DUPLICATES, SO THE DUP-KEY ALONE
000027*                   CANNOT BE THE KEY.  PGMA0001 NOW CHECKS FOR A
000028*                   DUPLICATE WITH ONE GENERIC START ON
000029*                   DL100-PRC-DUP-KEY.  LOADED FROM THE OLD
000030*                   SEQUENTIAL FILE BY DL100KCV.  FIELD NAMES,
000031*                   ORDER, AND PICTURES ARE UNCHANGED.
000032*================================================================
000033 01  DL100-PRC-RECORD.
000034     05  DL100-PRC-KEY.
000035         10  DL100-PRC-DUP-KEY.
000036             15  DL100-PRC-PROC-DATE   PIC X(08).
000037             15  DL100-PRC-TRAN-CODE   PIC X(04).
000038             15  DL100-PRC-ACCOUNT-NO  PIC X(10).
000039             15  DL100-PRC-COUNTERPARTY
000040                                       PIC X(20).
000041             15  DL100-PRC-AMOUNT      PIC 9(07)V99.
000042         10  DL100-PRC-CORR-ID     PIC X(16).
000043     05  DL100-PRC-TIMESTAMP       PIC X(26).
