000001*================================================================
000002* DL100UNT.CPY
000003*
000004* USER NOTICE RECORD - ONE PER HELD ENTRY THE DL100EOD DAY CLOSE
000005* EXPIRED OR ROLLED FORWARD, ADDRESSED TO THE USER WHO KEYED THE
000006* ORIGINAL MOVEMENT, FOR DELIVERY THROUGH THE USER-NOTICE
000007* DISTRIBUTION.  CARRIES THE QUEUE THE ENTRY WAS HELD ON, WHAT
000008* HAPPENED TO IT, THE DATE IT WAS HELD FOR AND (WHEN ROLLED
000009* FORWARD) THE DATE IT NOW WAITS FOR, THE MOVEMENT ITSELF, AND A
000010* READY-MADE MESSAGE LINE.
000011*
000012* MAINTENANCE HISTORY
000013* DATE       INIT   DESCRIPTION
000014* ---------- ------ ----------------------------------------------
000015* 2026-10-15 JFM    INITIAL VERSION.
000016*================================================================
000017 01  DL100-UNT-RECORD.
000018     05  DL100-UNT-TIMESTAMP       PIC X(26).
000019     05  DL100-UNT-USER-ID         PIC X(08).
000020     05  DL100-UNT-TERM-ID         PIC X(04).
000021     05  DL100-UNT-QUEUE           PIC X(08).
000022         88  DL100-UNT-FROM-PND        VALUE 'DL100PND'.
000023         88  DL100-UNT-FROM-SUS        VALUE 'DL100SUS'.
000024     05  DL100-UNT-ACTION-SW       PIC X(01).
000025         88  DL100-UNT-EXPIRED         VALUE 'J'.
000026         88  DL100-UNT-ROLLED          VALUE 'F'.
000027     05  DL100-UNT-PROC-DATE       PIC X(08).
000028     05  DL100-UNT-NEW-PROC-DATE   PIC X(08).
000029     05  DL100-UNT-TRAN-CODE       PIC X(04).
000030     05  DL100-UNT-CORR-ID         PIC X(16).
000031     05  DL100-UNT-ACCOUNT-NO      PIC X(10).
000032     05  DL100-UNT-COUNTERPARTY    PIC X(20).
000033     05  DL100-UNT-AMOUNT          PIC 9(07)V99.
000034     05  DL100-UNT-MESSAGE         PIC X(79).
