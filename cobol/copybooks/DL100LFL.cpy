000001*================================================================
000002* DL100LFL.CPY
000003*
000004* ROUTE LOAD-FAILURE LOG RECORD FOR TESTANTLR352.
000005*
000006* DL100RTR WRITES ONE RECORD FOR EVERY ROUTING POINT WHOSE
000007* RESOLVED SUBPROGRAM FAILED TO LOAD (EVENT LOADFAIL), WITH THE
000008* BLOCK, BRANCH, THE NAME THAT FAILED, THE COMPILE-TIME CANDIDATE
000009* THE CALL FELL BACK TO, AND THE CALLER'S CORRELATION TOKEN.  THE
000010* FAILURE THAT REACHES THE DAILY LIMIT IS LOGGED AS SUSPEND
000011* INSTEAD.  DL100LFC LOGS EVERY CLEARED SUSPENSION (CLEARED) AND
000012* LIMIT CHANGE (LIMIT) WITH THE REQUESTING USER.
000013*
000014* MAINTENANCE HISTORY
000015* DATE       INIT   DESCRIPTION
000016* ---------- ------ ----------------------------------------------
000017* 2026-10-15 JFM    INITIAL VERSION.
000018*================================================================
000019 01  DL100-LFL-RECORD.
000020     05  DL100-LFL-TIMESTAMP       PIC X(26).
000021     05  DL100-LFL-EVENT           PIC X(08).
000022         88  DL100-LFL-LOAD-FAILED     VALUE 'LOADFAIL'.
000023         88  DL100-LFL-SUSPENDED       VALUE 'SUSPEND'.
000024         88  DL100-LFL-CLEARED         VALUE 'CLEARED'.
000025         88  DL100-LFL-LIMIT-SET       VALUE 'LIMIT'.
000026     05  DL100-LFL-BLOCK-NO        PIC 9(01).
000027     05  DL100-LFL-BRANCH-CODE     PIC X(08).
000028     05  DL100-LFL-FAILED-NAME     PIC X(08).
000029     05  DL100-LFL-CANDIDATE-NAME  PIC X(08).
000030     05  DL100-LFL-CORR-ID         PIC X(16).
000031     05  DL100-LFL-FAIL-COUNT      PIC 9(04).
000032     05  DL100-LFL-MAX-FAILURES    PIC 9(04).
000033     05  DL100-LFL-USER-ID         PIC X(08).
