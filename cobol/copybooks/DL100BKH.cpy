000001*================================================================
000002* DL100BKH.CPY
000003*
000004* COMPLETED BULK BATCH HISTORY RECORD FOR DL100BLK.
000005*
000006* ONE RECORD IS ADDED TO THE END OF THE FILE WHEN A BATCH
000007* FINISHES, AND NONE IS EVER REWRITTEN OR TAKEN OFF.  UNLIKE THE
000008* DL100BKC CHECKPOINT, WHICH ONLY EVER HOLDS THE LATEST BATCH,
000009* THIS FILE HOLDS EVERY BATCH ID EVER COMPLETED, SO AN OLD FILE
000010* RESUBMITTED AFTER NEWER BATCHES HAVE RUN IS STILL REFUSED.
000011* THE COUNTS AND TOKEN STAMP ARE THOSE OF THE WHOLE BATCH ACROSS
000012* ANY RESTARTS.
000013*
000014* MAINTENANCE HISTORY
000015* DATE       INIT   DESCRIPTION
000016* ---------- ------ ----------------------------------------------
000017* 2026-10-15 JFM    INITIAL VERSION.
000018*================================================================
000019 01  DL100-BKH-RECORD.
000020     05  DL100-BKH-BATCH-ID        PIC X(08).
000021     05  DL100-BKH-SUBMIT-USER     PIC X(08).
000022     05  DL100-BKH-PROC-DATE       PIC X(08).
000023     05  DL100-BKH-TOKEN-STAMP     PIC X(10).
000024     05  DL100-BKH-ACCEPTED-COUNT  PIC 9(08).
000025     05  DL100-BKH-REJECTED-COUNT  PIC 9(08).
000026     05  DL100-BKH-HELD-COUNT      PIC 9(08).
000027     05  DL100-BKH-ACCEPTED-AMOUNT PIC 9(11)V99.
000028     05  DL100-BKH-COMPLETED-TS    PIC X(26).
