000001*================================================================
000002* DL100LFQ.CPY
000003*
000004* OPERATIONS REQUEST CARD FOR THE DL100LFC LOAD-FAILURE CONTROL
000005* UTILITY.  80 BYTES, ONE REQUEST PER CARD, FIELDS PUNCHED
000006* CONTIGUOUSLY WITH NO BLANK BETWEEN THEM:
000007*
000008*     COLUMN   1      ACTION - C OR L
000009*     COLUMN   2      BLOCK NUMBER, 1-5 (0 ON AN L CARD FOR
000010*                     THE SHOP-WIDE LIMIT)
000011*     COLUMNS  3-10   BRANCH CODE (BLANK FOR THE SHOP-WIDE LIMIT)
000012*     COLUMNS 11-14   MAXIMUM FAILURES, ZERO-FILLED (L CARD ONLY -
000013*                     IGNORED ON A C CARD)
000014*     COLUMNS 15-22   REQUESTING USER ID
000015*     COLUMNS 23-80   NOT USED
000016*
000017*     C  CLEAR THE SUSPENSION AND TODAY'S COUNT ON BLOCK/BRANCH.
000018*     L  SET THE DAILY LOAD-FAILURE LIMIT FOR BLOCK/BRANCH (0 =
000019*        USE THE SHOP-WIDE LIMIT); BLOCK 0 WITH A BLANK BRANCH
000020*        SETS THE SHOP-WIDE LIMIT (0 = BUILT-IN 3).
000021*
000022* FOR EXAMPLE, "L1IGY-ARCH0005JSMITH" LIMITS BLOCK 1 BRANCH
000023* IGY-ARCH TO FIVE LOAD FAILURES A DAY, REQUESTED BY JSMITH.
000024*
000025* THE REQUESTING USER IS MANDATORY - IT GOES ON THE DL100LFS ROW
000026* AND THE DL100LFL LOG.
000027*
000028* MAINTENANCE HISTORY
000029* DATE       INIT   DESCRIPTION
000030* ---------- ------ ----------------------------------------------
000031* 2026-10-15 JFM    INITIAL VERSION.
000032* 2026-10-15 JFM    CARD LAYOUT NOW GIVEN BY COLUMN, INCLUDING THE
000033*                   USER ID IN COLUMNS 15-22.
000034*================================================================
000035 01  DL100-LFQ-RECORD.
000036     05  DL100-LFQ-ACTION          PIC X(01).
000037         88  DL100-LFQ-CLEAR           VALUE 'C'.
000038         88  DL100-LFQ-SET-LIMIT       VALUE 'L'.
000039     05  DL100-LFQ-BLOCK-NO        PIC 9(01).
000040     05  DL100-LFQ-BRANCH-CODE     PIC X(08).
000041     05  DL100-LFQ-MAX-FAILURES    PIC 9(04).
000042     05  DL100-LFQ-USER-ID         PIC X(08).
000043     05  FILLER                    PIC X(58).
