000001*================================================================
000002* DL100VTH.CPY
000003*
000004* THRESHOLD CONTROL RECORD FOR THE DL100VEL VELOCITY AND
000005* STRUCTURING MONITOR.
000006*
000007* ONE RECORD, KEPT BY OPERATIONS ON ADVICE FROM THE FRAUD TEAM,
000008* CARRYING THE FOUR PATTERN THRESHOLDS:
000009*   VELOCITY   - MORE THAN MAX-MOVEMENTS PAY1/XFR1 MOVEMENTS FROM
000010*                ONE ACCOUNT WITHIN WINDOW-MINUTES.
000011*   NEAR LIMIT - NEAR-COUNT OR MORE MOVEMENTS FROM ONE ACCOUNT AT
000012*                NEAR-PERCENT OR MORE OF THE ACCOUNT'S DL100LIM
000013*                SINGLE MAXIMUM WITHOUT GOING OVER IT.
000014*   FAN-IN     - FANIN-ACCOUNTS OR MORE ACCOUNTS PAYING THE SAME
000015*                COUNTERPARTY ON THE DAY, WHEN NOBODY PAID THAT
000016*                COUNTERPARTY IN THE NEW-CP-DAYS BEFORE.
000017*   SPIKE      - AN ACCOUNT'S DAY TOTAL ABOVE SPIKE-MULTIPLE TIMES
000018*                ITS AVERAGE BUSINESS-DAY TOTAL OVER THE PRIOR
000019*                AVERAGE-DAYS, AND AT LEAST SPIKE-FLOOR.
000020* A ZERO MAX-MOVEMENTS, NEAR-COUNT, FANIN-ACCOUNTS OR SPIKE-
000021* MULTIPLE SWITCHES THAT PATTERN OFF.  A MISSING OR EMPTY FILE,
000022* OR A ZERO/NON-NUMERIC VALUE IN ANY OTHER FIELD, TAKES THE
000023* DL100VEL DEFAULT, AND THE REPORT PRINTS THE VALUES USED.
000024*
000025* MAINTENANCE HISTORY
000026* DATE       INIT   DESCRIPTION
000027* ---------- ------ ----------------------------------------------
000028* 2026-10-15 JFM    INITIAL VERSION.
000029*================================================================
000030 01  DL100-VTH-RECORD.
000031     05  DL100-VTH-MAX-MOVEMENTS   PIC 9(03).
000032     05  DL100-VTH-WINDOW-MINUTES  PIC 9(04).
000033     05  DL100-VTH-NEAR-PERCENT    PIC 9(03).
000034     05  DL100-VTH-NEAR-COUNT      PIC 9(03).
000035     05  DL100-VTH-FANIN-ACCOUNTS  PIC 9(03).
000036     05  DL100-VTH-NEW-CP-DAYS     PIC 9(03).
000037     05  DL100-VTH-AVERAGE-DAYS    PIC 9(03).
000038     05  DL100-VTH-SPIKE-MULTIPLE  PIC 9(03)V9.
000039     05  DL100-VTH-SPIKE-FLOOR     PIC 9(09)V99.
000040     05  DL100-VTH-UPDATED-BY      PIC X(08).
000041     05  DL100-VTH-UPDATED-DATE    PIC X(08).
