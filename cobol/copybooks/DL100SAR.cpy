000001*================================================================
000002* DL100SAR.CPY
000003*
000004* SUSPICIOUS-ACTIVITY RECORD WRITTEN BY THE DL100VEL MONITOR.
000005*
000006* ONE RECORD PER PATTERN HIT ON ONE ACCOUNT ON THE PROCESSING
000007* DATE (A FAN-IN HIT IS ONE RECORD PER PAYING ACCOUNT, CARRYING
000008* THE COUNTERPARTY).  EACH IS ALSO RAISED AS AN OPEN DL100EXC
000009* EXCEPTION FOR INVESTIGATION; THIS FILE KEEPS THE FIGURES THE
000010* HIT WAS JUDGED ON.  THE COUNT AND AMOUNT ARE OF THE MOVEMENTS
000011* THAT TRIGGERED THE HIT.  THE MEASURE DEPENDS ON THE PATTERN:
000012*   VELO - THE MOST MOVEMENTS FOUND IN ONE WINDOW
000013*   NEAR - THE DL100LIM SINGLE MAXIMUM THE AMOUNTS WERE UNDER
000014*   FANI - THE NUMBER OF ACCOUNTS THAT PAID THE COUNTERPARTY
000015*   SPIK - THE ACCOUNT'S AVERAGE BUSINESS-DAY TOTAL
000016* THE TOKEN IS THE FIRST TRIGGERING MOVEMENT'S, FOR DL100TRC.
000017*
000018* MAINTENANCE HISTORY
000019* DATE       INIT   DESCRIPTION
000020* ---------- ------ ----------------------------------------------
000021* 2026-10-15 JFM    INITIAL VERSION.
000022*================================================================
000023 01  DL100-SAR-RECORD.
000024     05  DL100-SAR-TIMESTAMP       PIC X(26).
000025     05  DL100-SAR-PROC-DATE       PIC X(08).
000026     05  DL100-SAR-PATTERN         PIC X(04).
000027         88  DL100-SAR-VELOCITY        VALUE 'VELO'.
000028         88  DL100-SAR-NEAR-LIMIT      VALUE 'NEAR'.
000029         88  DL100-SAR-FAN-IN          VALUE 'FANI'.
000030         88  DL100-SAR-SPIKE           VALUE 'SPIK'.
000031     05  DL100-SAR-ACCOUNT-NO      PIC X(10).
000032     05  DL100-SAR-COUNTERPARTY    PIC X(20).
000033     05  DL100-SAR-MOVEMENT-COUNT  PIC 9(05).
000034     05  DL100-SAR-AMOUNT-TOTAL    PIC 9(11)V99.
000035     05  DL100-SAR-MEASURE         PIC 9(11)V99.
000036     05  DL100-SAR-CORR-ID         PIC X(16).
000037     05  DL100-SAR-DESCRIPTION     PIC X(48).
