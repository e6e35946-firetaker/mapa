000001*================================================================
000002* DL100LFS.CPY
000003*
000004* ROUTE LOAD-FAILURE STATE RECORD FOR TESTANTLR352.
000005*
000006* ONE RECORD PER EVALUATE-BLOCK/BRANCH COMBINATION WHOSE RESOLVED
000007* SUBPROGRAM HAS FAILED TO LOAD.  WHEN A ROUTING POINT'S DYNAMIC
000008* CALL CANNOT LOAD THE NAME DL100RTR HANDED BACK, TESTANTLR352
000009* REPORTS IT TO DL100RTR, WHICH COUNTS THE FAILURE HERE AND FALLS
000010* THE CALL BACK TO THE COMPILE-TIME CANDIDATE.  THE COUNT IS FOR
000011* ONE DAY AND ONE FAILING MODULE - A NEW DAY OR A DIFFERENT MODULE
000012* STARTS IT AGAIN.  WHEN IT REACHES THE LIMIT THE ROW IS MARKED
000013* SUSPENDED FOR THAT MODULE AND DL100RTR STOPS APPLYING A DL100RTE
000014* OVERRIDE NAMING IT UNTIL OPERATIONS CLEARS THE ROW THROUGH
000015* DL100LFC (OR REPOINTS THE OVERRIDE AT ANOTHER MODULE).
000016*
000017* THE LIMIT IS DL100-LFS-MAX-FAILURES ON THE BLOCK/BRANCH ROW IF
000018* NOT ZERO, ELSE ON THE SHOP-WIDE CONTROL ROW (BLOCK NUMBER 0,
000019* BRANCH CODE SPACES) IF NOT ZERO, ELSE 3.  BOTH ARE SET THROUGH
000020* DL100LFC.
000021*
000022* HELD AS A KEYED VSAM KSDS, KEY DL100-LFS-KEY - THE SAME BLOCK
000023* NUMBER PLUS BRANCH CODE AS DL100RTE.
000024*
000025* MAINTENANCE HISTORY
000026* DATE       INIT   DESCRIPTION
000027* ---------- ------ ----------------------------------------------
000028* 2026-10-15 JFM    INITIAL VERSION.
000029*================================================================
000030 01  DL100-LFS-RECORD.
000031     05  DL100-LFS-KEY.
000032         10  DL100-LFS-BLOCK-NO    PIC 9(01).
000033         10  DL100-LFS-BRANCH-CODE PIC X(08).
000034     05  DL100-LFS-MAX-FAILURES    PIC 9(04).
000035     05  DL100-LFS-FAIL-DATE       PIC X(08).
000036     05  DL100-LFS-FAILED-NAME     PIC X(08).
000037     05  DL100-LFS-FAIL-COUNT      PIC 9(04).
000038     05  DL100-LFS-SUSPEND-SW      PIC X(01).
000039         88  DL100-LFS-SUSPENDED       VALUE 'Y'.
000040         88  DL100-LFS-NOT-SUSPENDED   VALUE 'N'.
000041     05  DL100-LFS-SUSPENDED-NAME  PIC X(08).
000042     05  DL100-LFS-SUSPENDED-TS    PIC X(26).
000043     05  DL100-LFS-CLEARED-BY      PIC X(08).
000044     05  DL100-LFS-CLEARED-TS      PIC X(26).
