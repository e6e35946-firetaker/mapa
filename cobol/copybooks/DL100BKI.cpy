000001*================================================================
000002* DL100BKI.CPY
000003*
000004* BULK PAYMENT INSTRUCTION FILE - INPUT TO DL100BLK.
000005*
000006* 80-BYTE RECORDS IN THREE KINDS, TOLD APART BY THE FIRST BYTE:
000007*     H  ONE HEADER - THE SUBMITTER'S BATCH ID, THE USER ID THE
000008*        INSTRUCTIONS ARE SUBMITTED UNDER, AND THE DATE CUT
000009*     D  ONE PER INSTRUCTION - A PAY1 OR XFR1 TRANSACTION CODE,
000010*        THE SUBMITTER'S OWN REFERENCE, AND THE SAME PAYLOAD
000011*        BYTES THE ONLINE PATH CARRIES IN CA-DATA (DL100PPY OR
000012*        DL100PXF LAYOUT, LEFT-JUSTIFIED, SPACE-FILLED)
000013*     T  ONE TRAILER - THE NUMBER OF D RECORDS AND THE SUM OF
000014*        THEIR AMOUNTS
000015* DL100BLK REFUSES THE WHOLE FILE, AND POSTS NOTHING, WHEN THE
000016* TRAILER COUNT OR AMOUNT DOES NOT MATCH THE D RECORDS RECEIVED.
000017*
000018* MAINTENANCE HISTORY
000019* DATE       INIT   DESCRIPTION
000020* ---------- ------ ----------------------------------------------
000021* 2026-10-15 JFM    INITIAL VERSION.
000022*================================================================
000023 01  DL100-BKI-RECORD.
000024     05  DL100-BKI-REC-TYPE        PIC X(01).
000025         88  DL100-BKI-HEADER          VALUE 'H'.
000026         88  DL100-BKI-DETAIL          VALUE 'D'.
000027         88  DL100-BKI-TRAILER         VALUE 'T'.
000028     05  DL100-BKI-HEADER-DATA.
000029         10  DL100-BKI-BATCH-ID        PIC X(08).
000030         10  DL100-BKI-SUBMIT-USER     PIC X(08).
000031         10  DL100-BKI-CREATED-DATE    PIC X(08).
000032         10  FILLER                    PIC X(55).
000033     05  DL100-BKI-DETAIL-DATA REDEFINES DL100-BKI-HEADER-DATA.
000034         10  DL100-BKI-TRAN-CODE       PIC X(04).
000035         10  DL100-BKI-ITEM-REF        PIC X(16).
000036         10  DL100-BKI-PAYLOAD         PIC X(47).
000037         10  FILLER                    PIC X(12).
000038     05  DL100-BKI-TRAILER-DATA REDEFINES DL100-BKI-HEADER-DATA.
000039         10  DL100-BKI-RECORD-COUNT    PIC 9(08).
000040         10  DL100-BKI-AMOUNT-TOTAL    PIC 9(11)V99.
000041         10  FILLER                    PIC X(58).
