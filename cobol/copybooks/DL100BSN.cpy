000001*================================================================
000002* DL100BSN.CPY
000003*
000004* ACCOUNT BALANCE SNAPSHOT RECORD FOR THE DL100PRF DAILY PROOF.
000005*
000006* ONE RECORD PER DL100ACT ACCOUNT PER PROOF DATE, HOLDING THE
000007* BALANCE AS DL100PRF SAW IT AND THE TIMESTAMP OF THAT RUN.  THE
000008* NEXT DAY'S PROOF TAKES THE CHANGE FROM THIS BALANCE AND TIES IT
000009* TO THE DL100TDT MOVEMENT RECORDED AFTER THIS TIMESTAMP.  EACH
000010* RUN READS THE PREVIOUS GENERATION (DL100BSO) AND WRITES THE NEW
000011* ONE, CARRYING FORWARD THE SNAPSHOT IT PROVED FROM SO A RERUN
000012* FOR THE SAME DATE PROVES FROM THE SAME STARTING POINT.
000013*
000014* MAINTENANCE HISTORY
000015* DATE       INIT   DESCRIPTION
000016* ---------- ------ ----------------------------------------------
000017* 2026-10-15 JFM    INITIAL VERSION.
000018*================================================================
000019 01  DL100-BSN-RECORD.
000020     05  DL100-BSN-ACCOUNT-NO      PIC X(10).
000021     05  DL100-BSN-PROOF-DATE      PIC X(08).
000022     05  DL100-BSN-TIMESTAMP       PIC X(26).
000023     05  DL100-BSN-BALANCE         PIC S9(09)V99.
