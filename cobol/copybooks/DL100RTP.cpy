000014* 2026-08-21 JFM    ADDED DL100-RTR-CORR-ID SO THE CALLER'S
000015*                   CORRELATION TOKEN REACHES THE DL100USE AND
000016*                   DL100EXC LOG RECORDS (SEE DL100CID).
000017* 2026-10-15 JFM    ADDED DL100-RTR-REQUEST-SW.  THE CALLER SETS
000018*                   RESOLVE FOR A NORMAL ROUTING CALL, OR
000019*                   LOAD-FAILED WHEN THE NAME DL100RTR HANDED BACK
000020*                   WOULD NOT LOAD - DL100RTR THEN RECORDS THE
000021*                   FAILURE AND HANDS BACK THE CANDIDATE NAME.
000022*                   DL100RTR ALWAYS RETURNS WITH RESOLVE SET.
000023*================================================================
000024 01  DL100-RTR-PARMS.
000025     05  DL100-RTR-BLOCK-NO        PIC 9(01).
000026     05  DL100-RTR-BRANCH-CODE     PIC X(08).
000027     05  DL100-RTR-CANDIDATE-NAME  PIC X(08).
000028     05  DL100-RTR-EFFECTIVE-NAME  PIC X(08).
000029     05  DL100-RTR-CORR-ID         PIC X(16).
000030     05  DL100-RTR-REQUEST-SW      PIC X(01).
000031         88  DL100-RTR-RESOLVE         VALUE 'R'.
000032         88  DL100-RTR-LOAD-FAILED     VALUE 'F'.
