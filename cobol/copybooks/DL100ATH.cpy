000009* BEFORE THE DISPATCH TABLE IS CONSULTED - A USER WITH NO
000010* MATCHING ALLOWED RECORD IS REJECTED CLEANLY AT THE TERMINAL
000011* AND THE DENIAL IS LOGGED TO DL100ATD.  MAINTAINED BY
000012* OPERATIONS ON THE DL100ATM SCREEN, WHICH LOGS EVERY GRANT AND
000013* REVOCATION TO DL100ATC; A RECORD WITH THE ALLOWED SWITCH SET
000014* TO 'N' IS AN EXPLICIT REVOCATION AND READS THE SAME AS NO
000015* RECORD AT ALL, SO ACCESS CAN BE PULLED WITHOUT DELETING THE
000016* ROW.
000017*
000018* MAINTENANCE HISTORY
000019* DATE       INIT   DESCRIPTION
000020* ---------- ------ ----------------------------------------------
000021* 2026-09-02 JFM    INITIAL VERSION.
000022* 2026-10-15 JFM    MAINTAINED THROUGH DL100ATM WITH EVERY CHANGE
000023*                   LOGGED TO DL100ATC; DL100ATR LISTS THE ALLOWED
000024*                   ROWS FOR QUARTERLY RECERTIFICATION.
000025*================================================================
000026 01  DL100-ATH-RECORD.
000027     05  DL100-ATH-USER-ID         PIC X(08).
000028     05  DL100-ATH-TRAN-CODE       PIC X(04).
000029     05  DL100-ATH-ALLOWED-SW      PIC X(01).
000030         88  DL100-ATH-ALLOWED         VALUE 'Y'.
000031         88  DL100-ATH-REVOKED         VALUE 'N'.
