000001*================================================================
000002* DL100ADR.CPY
000003*
000004* REFUSED-DECISION RECORD FOR THE DL100APQ, DL100SUQ, AND DL100CRC
000005* CONSOLES.
000006*
000007* ONE RECORD IS WRITTEN EVERY TIME A CONSOLE REFUSES TO APPLY AN
000008* APPROVE, RELEASE, REJECT, CLEAR, OR BLOCK DECISION BECAUSE
000009*     MAKR - THE DECIDING USER KEYED THE ORIGINAL TRANSACTION
000010*     NOAU - THE USER HAS NO DL100APA APPROVER AUTHORITY
000011*     AUTH - THE AMOUNT IS OVER THE USER'S DL100APA MAXIMUM
000012* SO "WHO TRIED TO DECIDE WHAT THEY MAY NOT, AND WHEN" IS ON
000013* RECORD.  THE ENTRY STAYS PENDING FOR ANOTHER APPROVER.  THE
000014* DL100APW WEEKLY REPORT COUNTS THESE BY USER.  DL100CRC HAS NO
000015* AUTHORITY CEILING, SO ITS REFUSALS ARE ALWAYS MAKR WITH A ZERO
000016* MAXIMUM.
000017*
000018* MAINTENANCE HISTORY
000019* DATE       INIT   DESCRIPTION
000020* ---------- ------ ----------------------------------------------
000021* 2026-10-15 JFM    INITIAL VERSION.
000022* 2026-10-15 JFM    ALSO WRITTEN BY THE DL100CRC COMPLIANCE
000023*                   CONSOLE.
000024*================================================================
000025 01  DL100-ADR-RECORD.
000026     05  DL100-ADR-TIMESTAMP       PIC X(26).
000027     05  DL100-ADR-TERM-ID         PIC X(04).
000028     05  DL100-ADR-USER-ID         PIC X(08).
000029     05  DL100-ADR-PROGRAM         PIC X(08).
000030     05  DL100-ADR-COMMAND         PIC X(01).
000031     05  DL100-ADR-REASON          PIC X(04).
000032         88  DL100-ADR-OWN-ENTRY       VALUE 'MAKR'.
000033         88  DL100-ADR-NO-AUTHORITY    VALUE 'NOAU'.
000034         88  DL100-ADR-OVER-AUTHORITY  VALUE 'AUTH'.
000035     05  DL100-ADR-TRAN-CODE       PIC X(04).
000036     05  DL100-ADR-CORR-ID         PIC X(16).
000037     05  DL100-ADR-ACCOUNT-NO      PIC X(10).
000038     05  DL100-ADR-AMOUNT          PIC 9(07)V99.
000039     05  DL100-ADR-KEYED-BY        PIC X(08).
000040     05  DL100-ADR-MAX-AMOUNT      PIC 9(09)V99.
