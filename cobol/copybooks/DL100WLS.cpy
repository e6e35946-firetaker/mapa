000001*================================================================
000002* DL100WLS.CPY
000003*
000004* WATCH-LIST RECORD - THE BLOCKED-PARTY LIST COMPLIANCE KEEPS.
000005*
000006* ONE RECORD PER LISTED PARTY, EITHER A NAME (SCREENED AGAINST
000007* THE PAY1 PAYEE AND THE XFR1 TO-ACCOUNT HOLDER'S NAME) OR ONE OF
000008* OUR ACCOUNT NUMBERS (SCREENED AGAINST THE XFR1 TO-ACCOUNT).
000009* WRITTEN ONLY BY THE DL100WLL LOADER FROM THE COMPLIANCE
000010* DEPARTMENT'S DL100WLD FILE DROP, WHICH ALSO STORES THE NAME IN
000011* NORMALIZED FORM (UPPER CASE, LETTERS AND DIGITS ONLY - CASE,
000012* PUNCTUATION AND SPACING IGNORED) SO THE SCREENING CALL DOES NOT
000013* REDO IT FOR EVERY ENTRY ON EVERY TRANSACTION.  READ BY THE
000014* DL100WSC SCREENING SUBPROGRAM.
000015*
000016* MAINTENANCE HISTORY
000017* DATE       INIT   DESCRIPTION
000018* ---------- ------ ----------------------------------------------
000019* 2026-10-15 JFM    INITIAL VERSION.
000020*================================================================
000021 01  DL100-WLS-RECORD.
000022     05  DL100-WLS-ENTRY-ID        PIC X(10).
000023     05  DL100-WLS-PARTY-TYPE      PIC X(01).
000024         88  DL100-WLS-NAME-ENTRY      VALUE 'N'.
000025         88  DL100-WLS-ACCOUNT-ENTRY   VALUE 'A'.
000026     05  DL100-WLS-PARTY-NAME      PIC X(40).
000027     05  DL100-WLS-NORM-NAME       PIC X(40).
000028     05  DL100-WLS-ACCOUNT-NO      PIC X(10).
000029     05  DL100-WLS-LIST-CODE       PIC X(08).
000030     05  DL100-WLS-LOAD-DATE       PIC X(08).
