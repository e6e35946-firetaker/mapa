000001*================================================================
000002* DL100APA.CPY
000003*
000004* APPROVER-AUTHORITY RECORD FOR THE DL100APQ AND DL100SUQ
000005* CONSOLES.
000006*
000007* ONE RECORD PER USER ID ALLOWED TO APPROVE A HELD OVER-LIMIT
000008* ENTRY (DL100APQ) OR RELEASE A SUSPECTED DUPLICATE (DL100SUQ),
000009* GIVING THE LARGEST AMOUNT THAT USER MAY LET THROUGH ON THEIR
000010* OWN DECISION, SO LARGER ITEMS NEED A MORE SENIOR APPROVER.  A
000011* USER WITH NO RECORD MAY STILL REJECT AN ENTRY BUT MAY NOT
000012* APPROVE OR RELEASE ONE.  THE CONSOLES ALSO REFUSE ANY DECISION
000013* ON AN ENTRY THE DECIDING USER KEYED THEMSELVES, WHATEVER THEIR
000014* AUTHORITY.  REFUSED ATTEMPTS ARE LOGGED TO DL100ADR.  MAINTAINED
000015* BY OPERATIONS; THE DL100APW WEEKLY REPORT LISTS EACH APPROVER'S
000016* DECISIONS AGAINST THIS FIGURE.
000017*
000018* MAINTENANCE HISTORY
000019* DATE       INIT   DESCRIPTION
000020* ---------- ------ ----------------------------------------------
000021* 2026-10-15 JFM    INITIAL VERSION.
000022*================================================================
000023 01  DL100-APA-RECORD.
000024     05  DL100-APA-USER-ID         PIC X(08).
000025     05  DL100-APA-APPROVER-NAME   PIC X(20).
000026     05  DL100-APA-MAX-AMOUNT      PIC 9(09)V99.
