000001*================================================================
000002* DL100BKC.CPY
000003*
000004* BULK PAYMENT CHECKPOINT RECORD FOR DL100BLK.
000005*
000006* ONE RECORD, REWRITTEN AFTER EVERY INSTRUCTION IS FINISHED,
000007* HOLDING THE BATCH BEING WORKED, THE NUMBER OF THE LAST D
000008* RECORD WHOSE OUTCOME IS ON FILE, AND THE RUNNING COUNTS.  A
000009* RUN THAT FAILS PART WAY LEAVES THE STATUS IN PROGRESS; THE
000010* RESTART OF THE SAME BATCH ID SKIPS EVERY ITEM UP TO THE LAST
000011* ONE CHECKPOINTED, SO NOTHING IS POSTED TWICE.  THE TOKEN STAMP
000012* IS TAKEN ONCE WHEN THE BATCH FIRST STARTS AND KEPT ACROSS
000013* RESTARTS, SO AN ITEM CARRIES THE SAME CORRELATION TOKEN
000014* WHICHEVER RUN POSTS IT.  ONLY THE LATEST BATCH IS HELD HERE -
000015* A BATCH ID ONCE COMPLETE IS REFUSED FROM THE DL100BKH
000016* COMPLETED-BATCH HISTORY, WHICH KEEPS THEM ALL.
000017*
000018* MAINTENANCE HISTORY
000019* DATE       INIT   DESCRIPTION
000020* ---------- ------ ----------------------------------------------
000021* 2026-10-15 JFM    INITIAL VERSION.
000022* 2026-10-15 JFM    A COMPLETE BATCH ID IS NOW REFUSED FROM THE
000023*                   DL100BKH HISTORY, NOT FROM THIS RECORD.
000024*================================================================
000025 01  DL100-BKC-RECORD.
000026     05  DL100-BKC-BATCH-ID        PIC X(08).
000027     05  DL100-BKC-STATUS-SW       PIC X(01).
000028         88  DL100-BKC-IN-PROGRESS     VALUE 'R'.
000029         88  DL100-BKC-COMPLETE        VALUE 'C'.
000030     05  DL100-BKC-TOKEN-STAMP     PIC X(10).
000031     05  DL100-BKC-LAST-ITEM-NO    PIC 9(08).
000032     05  DL100-BKC-ACCEPTED-COUNT  PIC 9(08).
000033     05  DL100-BKC-REJECTED-COUNT  PIC 9(08).
000034     05  DL100-BKC-HELD-COUNT      PIC 9(08).
000035     05  DL100-BKC-ACCEPTED-AMOUNT PIC 9(11)V99.
000036     05  DL100-BKC-LAST-RUN-TS     PIC X(26).
