000015* DATE       INIT   DESCRIPTION
000016* ---------- ------ ----------------------------------------------
000017* 2026-08-21 JFM    INITIAL VERSION.
000018* 2026-10-15 JFM    DL100BLK BULK INSTRUCTIONS CARRY A TOKEN OF
000019*                   'B', THE MMDDHHMMSS THE BATCH FIRST STARTED,
000020*                   AND THE FIVE-DIGIT ITEM NUMBER, SO EACH ITEM
000021*                   IS UNIQUE AND KEEPS ITS TOKEN ACROSS RESTARTS.
000022*================================================================
000023 01  DL100-CORR-ID             PIC X(16).
