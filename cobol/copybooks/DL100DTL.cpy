000016* DATE       INIT   DESCRIPTION
000017* ---------- ------ ----------------------------------------------
000018* 2026-09-02 JFM    INITIAL VERSION.
000019* 2026-10-15 JFM    GROUPED PROCESSING DATE AND ACCOUNT UNDER
000020*                   DL100-DTL-KEY FOR THE CONVERSION OF THE FILE
000021*                   TO A KEYED VSAM KSDS - THE DAY/ACCOUNT ROW IS
000022*                   NOW READ, REWRITTEN, OR ADDED DIRECTLY.
000023*                   LOADED FROM THE OLD SEQUENTIAL FILE BY
000024*                   DL100KCV.  FIELD NAMES, ORDER, AND PICTURES
000025*                   ARE UNCHANGED.
000026*================================================================
000027 01  DL100-DTL-RECORD.
000028     05  DL100-DTL-KEY.
000029         10  DL100-DTL-PROC-DATE   PIC X(08).
000030         10  DL100-DTL-ACCOUNT-NO  PIC X(10).
000031     05  DL100-DTL-TOTAL-AMOUNT    PIC 9(11)V99.
