000014* DATE       INIT   DESCRIPTION
000015* ---------- ------ ----------------------------------------------
000016* 2026-08-21 JFM    INITIAL VERSION.
000017* 2026-10-15 JFM    NO LAYOUT CHANGE.  DL100EOD POSTS ITS OWN
000018*                   START AND END RECORDS, DATED WITH THE
000019*                   PROCESSING DATE IT CLOSED.
000020*================================================================
000021 01  DL100-RCT-RECORD.
000022     05  DL100-RCT-RUN-DATE        PIC X(08).
000023     05  DL100-RCT-JOB-NAME        PIC X(08).
000024     05  DL100-RCT-RECORD-TYPE     PIC X(01).
000025         88  DL100-RCT-START-REC       VALUE 'S'.
000026         88  DL100-RCT-END-REC         VALUE 'E'.
000027     05  DL100-RCT-TIMESTAMP       PIC X(26).
000028     05  DL100-RCT-INPUT-COUNT     PIC 9(08).
000029     05  DL100-RCT-OUTPUT-COUNT    PIC 9(08).
000030     05  DL100-RCT-RETURN-CODE     PIC 9(04).
