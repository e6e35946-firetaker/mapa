000001*================================================================
000002* DL100BKR.CPY
000003*
000004* BULK PAYMENT REJECT RECORD - WRITTEN BY DL100BLK AND RETURNED
000005* TO THE SUBMITTER.
000006*
000007* ONE RECORD PER INSTRUCTION THAT WAS NOT TAKEN, KEYED BY THE
000008* BATCH ID, THE POSITION OF THE D RECORD IN THE FILE, AND THE
000009* SUBMITTER'S OWN REFERENCE, WITH A REASON CODE:
000010*     CTRL  THE WHOLE FILE WAS REFUSED - HEADER, TRAILER, COUNT
000011*           OR AMOUNT TOTAL DID NOT PROVE (ITEM NUMBER ZERO)
000012*     EDIT  FAILED THE DL100VAL DICTIONARY OR ACCOUNT EDITS
000013*     AUTH  THE SUBMITTING USER IS NOT ENTITLED TO THE CODE
000014*     NSF   THE PAYING ACCOUNT CANNOT COVER THE AMOUNT
000015* THE TEXT IS THE SAME MESSAGE AN ONLINE USER WOULD HAVE SEEN.
000016* INSTRUCTIONS HELD FOR REVIEW (SUSPENSE, APPROVAL, COMPLIANCE,
000017* WAREHOUSE) ARE NOT REJECTS AND DO NOT APPEAR HERE.
000018*
000019* MAINTENANCE HISTORY
000020* DATE       INIT   DESCRIPTION
000021* ---------- ------ ----------------------------------------------
000022* 2026-10-15 JFM    INITIAL VERSION.
000023*================================================================
000024 01  DL100-BKR-RECORD.
000025     05  DL100-BKR-BATCH-ID        PIC X(08).
000026     05  DL100-BKR-ITEM-NO         PIC 9(08).
000027     05  DL100-BKR-ITEM-REF        PIC X(16).
000028     05  DL100-BKR-TRAN-CODE       PIC X(04).
000029     05  DL100-BKR-ACCOUNT-NO      PIC X(10).
000030     05  DL100-BKR-AMOUNT          PIC 9(07)V99.
000031     05  DL100-BKR-CORR-ID         PIC X(16).
000032     05  DL100-BKR-REASON-CODE     PIC X(04).
000033         88  DL100-BKR-CONTROL         VALUE 'CTRL'.
000034         88  DL100-BKR-EDIT            VALUE 'EDIT'.
000035         88  DL100-BKR-AUTHORITY       VALUE 'AUTH'.
000036         88  DL100-BKR-FUNDS           VALUE 'NSF '.
000037     05  DL100-BKR-REASON-TEXT     PIC X(79).
