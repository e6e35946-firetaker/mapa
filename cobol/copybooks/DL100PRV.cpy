000001*================================================================
000002* DL100PRV.CPY
000003*
000004* CA-DATA PAYLOAD LAYOUT FOR TRANSACTION CODE 'REV1' (REVERSAL).
000005*
000006* BACKS OUT A PAY1 OR XFR1 PGMA0001 HAS ALREADY RECORDED.  THE
000007* ORIGINAL MOVEMENT IS NAMED BY ITS CA-CORR-ID TOKEN AS IT
000008* STANDS ON DL100TDT; THE REASON IS FREE TEXT FOR THE AUDIT
000009* TRAIL.  LIKE EVERY CODE, REV1 IS STOOD UP WITH DATA RATHER
000010* THAN A RECOMPILE:
000011*     DL100DCT  H REV1 0046
000012*               F REV1 ORIG-CORR-ID 0001 0016 X Y NONE
000013*               F REV1 REASON       0017 0030 X Y NONE
000014*     DL100DSP  REV1 -> PGMA0001, ENABLED (ADD WITH DL100DSM)
000015*     DL100ATH  ONE REV1 ROW PER USER ALLOWED TO REVERSE - A
000016*               PAY1 OR XFR1 ENTITLEMENT DOES NOT COVER IT.
000017*
000018* MAINTENANCE HISTORY
000019* DATE       INIT   DESCRIPTION
000020* ---------- ------ ----------------------------------------------
000021* 2026-10-15 JFM    INITIAL VERSION.
000022*================================================================
000023 01  DL100-PRV-PAYLOAD.
000024     05  DL100-PRV-ORIG-CORR-ID    PIC X(16).
000025     05  DL100-PRV-REASON          PIC X(30).
