000016* DATE       INIT   DESCRIPTION
000017* ---------- ------ ----------------------------------------------
000018* 2026-09-02 JFM    INITIAL VERSION.
000019* 2026-10-15 JFM    NOW HELD AS A KEYED VSAM KSDS, KEY
000020*                   DL100-LIM-ACCOUNT-NO - ONE ROW PER ACCOUNT AND
000021*                   ONE '*DEFAULT*' ROW, EACH READ DIRECTLY BY
000022*                   PGMA0001.  LOADED FROM THE OLD SEQUENTIAL FILE
000023*                   BY DL100KCV.  LAYOUT UNCHANGED.
000024*================================================================
000025 01  DL100-LIM-RECORD.
000026     05  DL100-LIM-ACCOUNT-NO      PIC X(10).
000027         88  DL100-LIM-DEFAULT         VALUE '*DEFAULT*'.
000028     05  DL100-LIM-SINGLE-MAX      PIC 9(09)V99.
000029     05  DL100-LIM-DAILY-MAX       PIC 9(09)V99.
