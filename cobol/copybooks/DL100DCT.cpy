000023* DATE       INIT   DESCRIPTION
000024* ---------- ------ ----------------------------------------------
000025* 2026-09-02 JFM    INITIAL VERSION.
000026* 2026-10-15 JFM    COMMENT ONLY - NO LAYOUT CHANGE.  THE REV1
000027*                   (REVERSAL) ROWS ARE DICTIONARY DATA, NOT PART
000028*                   OF THIS COPYBOOK - SEE DL100PRV FOR THE REV1
000029*                   PAYLOAD AND THE ROWS TO LOAD.
000030*================================================================
000031 01  DL100-DCT-RECORD.
000032     05  DL100-DCT-RECORD-TYPE     PIC X(01).
000033         88  DL100-DCT-HEADER          VALUE 'H'.
000034         88  DL100-DCT-FIELD           VALUE 'F'.
000035     05  DL100-DCT-TRAN-CODE       PIC X(04).
000036     05  DL100-DCT-DATA-LEN        PIC 9(04).
000037     05  DL100-DCT-FIELD-NAME      PIC X(12).
000038     05  DL100-DCT-OFFSET          PIC 9(04).
000039     05  DL100-DCT-LENGTH          PIC 9(04).
000040     05  DL100-DCT-TYPE            PIC X(01).
000041         88  DL100-DCT-TYPE-CHAR       VALUE 'X'.
000042         88  DL100-DCT-TYPE-NUM        VALUE '9'.
000043     05  DL100-DCT-REQUIRED-SW     PIC X(01).
000044         88  DL100-DCT-REQUIRED        VALUE 'Y'.
000045         88  DL100-DCT-OPTIONAL        VALUE 'N'.
000046     05  DL100-DCT-EDIT            PIC X(04).
000047         88  DL100-DCT-EDIT-NONE       VALUE 'NONE'.
000048         88  DL100-DCT-EDIT-ACCT       VALUE 'ACCT'.
000049         88  DL100-DCT-EDIT-ACCI       VALUE 'ACCI'.
