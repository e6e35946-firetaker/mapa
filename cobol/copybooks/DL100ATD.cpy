000016* DATE       INIT   DESCRIPTION
000017* ---------- ------ ----------------------------------------------
000018* 2026-09-02 JFM    INITIAL VERSION.
000019* 2026-10-15 JFM    ALSO WRITTEN BY DL100BLK WHEN THE SUBMITTING
000020*                   USER OF A BULK FILE IS NOT ENTITLED TO AN
000021*                   INSTRUCTION'S CODE - TERMINAL ID 'BULK'.
000022*================================================================
000023 01  DL100-ATD-RECORD.
000024     05  DL100-ATD-TIMESTAMP       PIC X(26).
000025     05  DL100-ATD-TERM-ID         PIC X(04).
000026     05  DL100-ATD-USER-ID         PIC X(08).
000027     05  DL100-ATD-TRAN-CODE       PIC X(04).
000028     05  DL100-ATD-CORR-ID         PIC X(16).
