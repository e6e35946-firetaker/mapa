000001*================================================================
000002* DL100DCS.CPY
000003*
000004* DAY-CLOSE STATUS RECORD - THE ONE-RECORD DL100DCS FILE.
000005*
000006* REWRITTEN BY THE DL100EOD DAY-CLOSE JOB EVERY TIME IT CLOSES A
000007* PROCESSING DATE: THE DATE JUST CLOSED, THE NEXT BUSINESS DAY ON
000008* THE DL100CAL CALENDAR (NOW OPEN), AND WHEN THE CLOSE RAN.  THE
000009* CLOSE ITSELF IS RECORDED ON DL100RCF AS DL100EOD'S CLEAN END
000010* RECORD FOR THE CLOSED DATE; THIS FILE IS THE ONE-READ COPY OF
000011* THE LATEST CLOSE FOR PGMA0001, WHICH CANNOT AFFORD A PASS OF
000012* DL100RCF ON EVERY TRANSACTION.  A MOVEMENT WHOSE CLOCK DATE IS
000013* ON OR BEFORE DL100-DCS-CLOSED-DATE IS ASSIGNED TO
000014* DL100-DCS-OPEN-DATE.  EMPTY UNTIL THE FIRST CLOSE.
000015*
000016* MAINTENANCE HISTORY
000017* DATE       INIT   DESCRIPTION
000018* ---------- ------ ----------------------------------------------
000019* 2026-10-15 JFM    INITIAL VERSION.
000020*================================================================
000021 01  DL100-DCS-RECORD.
000022     05  DL100-DCS-CLOSED-DATE     PIC X(08).
000023     05  DL100-DCS-OPEN-DATE       PIC X(08).
000024     05  DL100-DCS-CLOSED-TS       PIC X(26).
