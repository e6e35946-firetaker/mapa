000001*================================================================
000002* DL100ACH.CPY
000003*
000004* CHANGE-HISTORY RECORD FOR THE DL100ACT ACCOUNT MASTER.
000005*
000006* ONE PERMANENT RECORD PER CHANGE APPLIED TO THE ACCOUNT MASTER
000007* THROUGH THE DL100ACM MAINTENANCE SCREEN - WHO CHANGED WHICH
000008* ACCOUNT, FROM WHICH TERMINAL, WHEN, AND THE STATUS AND SHORT
000009* NAME BEFORE AND AFTER THE CHANGE - SO "WHO FROZE THIS ACCOUNT
000010* AND WHEN" CAN BE ANSWERED FROM THIS LOG THE SAME WAY DL100DSC
000011* ANSWERS IT FOR THE DISPATCH TABLE.  THE BALANCE IS THE ONE THE
000012* ACCOUNT CARRIED AT THE TIME OF THE CHANGE - THE SCREEN NEVER
000013* ALTERS IT.  AN ADD CARRIES SPACES IN THE BEFORE FIELDS.
000014*
000015* MAINTENANCE HISTORY
000016* DATE       INIT   DESCRIPTION
000017* ---------- ------ ----------------------------------------------
000018* 2026-10-15 JFM    INITIAL VERSION.
000019*================================================================
000020 01  DL100-ACH-RECORD.
000021     05  DL100-ACH-TIMESTAMP       PIC X(26).
000022     05  DL100-ACH-USER-ID         PIC X(08).
000023     05  DL100-ACH-TERM-ID         PIC X(04).
000024     05  DL100-ACH-ACTION          PIC X(08).
000025     05  DL100-ACH-ACCOUNT-NO      PIC X(10).
000026     05  DL100-ACH-BEFORE-STATUS   PIC X(01).
000027     05  DL100-ACH-AFTER-STATUS    PIC X(01).
000028     05  DL100-ACH-BEFORE-NAME     PIC X(20).
000029     05  DL100-ACH-AFTER-NAME      PIC X(20).
000030     05  DL100-ACH-BALANCE         PIC S9(09)V99.
