000001*================================================================
000002* DL100WLD.CPY
000003*
000004* COMPLIANCE WATCH-LIST FILE DROP - INPUT TO DL100WLL.
000005*
000006* 80-BYTE RECORDS IN THREE KINDS, TOLD APART BY THE FIRST BYTE:
000007*     H  ONE HEADER - THE DATE THE LIST WAS CUT AND ITS SOURCE
000008*     D  ONE PER LISTED PARTY - TYPE 'N' (NAME) OR 'A' (ACCOUNT)
000009*     T  ONE TRAILER - THE NUMBER OF D RECORDS COMPLIANCE SENT
000010* THE LOADER REFUSES THE WHOLE DROP, AND KEEPS THE LIST IT HAS,
000011* WHEN THE TRAILER COUNT DOES NOT MATCH THE D RECORDS RECEIVED,
000012* SO A TRUNCATED TRANSFER CAN NEVER SHRINK THE LIST.
000013*
000014* MAINTENANCE HISTORY
000015* DATE       INIT   DESCRIPTION
000016* ---------- ------ ----------------------------------------------
000017* 2026-10-15 JFM    INITIAL VERSION.
000018*================================================================
000019 01  DL100-WLD-RECORD.
000020     05  DL100-WLD-REC-TYPE        PIC X(01).
000021         88  DL100-WLD-HEADER          VALUE 'H'.
000022         88  DL100-WLD-DETAIL          VALUE 'D'.
000023         88  DL100-WLD-TRAILER         VALUE 'T'.
000024     05  DL100-WLD-HEADER-DATA.
000025         10  DL100-WLD-LIST-DATE       PIC X(08).
000026         10  DL100-WLD-SOURCE          PIC X(20).
000027         10  FILLER                    PIC X(51).
000028     05  DL100-WLD-DETAIL-DATA REDEFINES DL100-WLD-HEADER-DATA.
000029         10  DL100-WLD-ENTRY-ID        PIC X(10).
000030         10  DL100-WLD-PARTY-TYPE      PIC X(01).
000031         10  DL100-WLD-PARTY-NAME      PIC X(40).
000032         10  DL100-WLD-ACCOUNT-NO      PIC X(10).
000033         10  DL100-WLD-LIST-CODE       PIC X(08).
000034         10  FILLER                    PIC X(10).
000035     05  DL100-WLD-TRAILER-DATA REDEFINES DL100-WLD-HEADER-DATA.
000036         10  DL100-WLD-RECORD-COUNT    PIC 9(08).
000037         10  FILLER                    PIC X(71).
