000001*================================================================
000002* DL100WSP.CPY
000003*
000004* PARAMETER LAYOUT FOR THE DL100WSC WATCH-LIST SCREENING
000005* SUBPROGRAM.
000006*
000007* FUNCTION SCRN SCREENS ONE MOVEMENT: THE CALLER PASSES THE
000008* TRANSACTION CODE AND THE COUNTERPARTY AS RECORDED ON DL100PRC
000009* (PAYEE NAME FOR PAY1, TO-ACCOUNT FOR XFR1) AND GETS BACK WHETHER
000010* IT HIT THE WATCH LIST, HOW (EXACT NAME, NORMALIZED NAME, OR
000011* ACCOUNT NUMBER), AND THE LISTED ENTRY IT HIT.  FUNCTION NORM
000012* ONLY NORMALIZES DL100-WSP-NAME INTO DL100-WSP-NORM-NAME - THE
000013* DL100WLL LOADER USES IT SO THE LIST AND THE SCREEN CAN NEVER
000014* NORMALIZE DIFFERENTLY.
000015*
000016* MAINTENANCE HISTORY
000017* DATE       INIT   DESCRIPTION
000018* ---------- ------ ----------------------------------------------
000019* 2026-10-15 JFM    INITIAL VERSION.
000020*================================================================
000021 01  DL100-WSP-PARMS.
000022     05  DL100-WSP-FUNCTION        PIC X(04).
000023         88  DL100-WSP-FUNC-SCREEN     VALUE 'SCRN'.
000024         88  DL100-WSP-FUNC-NORMALIZE  VALUE 'NORM'.
000025     05  DL100-WSP-TRAN-CODE       PIC X(04).
000026     05  DL100-WSP-COUNTERPARTY    PIC X(20).
000027     05  DL100-WSP-NAME            PIC X(40).
000028     05  DL100-WSP-NORM-NAME       PIC X(40).
000029     05  DL100-WSP-REPLY           PIC X(01).
000030         88  DL100-WSP-CLEAR           VALUE 'N'.
000031         88  DL100-WSP-HIT             VALUE 'Y'.
000032     05  DL100-WSP-MATCH-TYPE      PIC X(01).
000033         88  DL100-WSP-EXACT-MATCH     VALUE 'E'.
000034         88  DL100-WSP-NORM-MATCH      VALUE 'N'.
000035         88  DL100-WSP-ACCOUNT-MATCH   VALUE 'A'.
000036     05  DL100-WSP-ENTRY-ID        PIC X(10).
000037     05  DL100-WSP-LISTED-NAME     PIC X(40).
000038     05  DL100-WSP-LIST-CODE       PIC X(08).
