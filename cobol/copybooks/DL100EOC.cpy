000001*================================================================
000002* DL100EOC.CPY
000003*
000004* DAY-CLOSE CONTROL CARD FOR THE DL100EOD DAY-CLOSE JOB.  ONE
000005* 80-BYTE RECORD SAYING WHAT HAPPENS, AT THE CLOSE, TO AN ENTRY
000006* STILL PENDING FOR THE CLOSED DATE (OR EARLIER) ON EACH QUEUE:
000007*     J  EXPIRE IT - THE ENTRY IS REJECTED BY DL100EOD
000008*     F  ROLL IT FORWARD - THE ENTRY STAYS PENDING, MOVED TO THE
000009*        NEXT PROCESSING DATE
000010* A ROLLED-FORWARD ENTRY FIRST HELD MORE THAN DL100-EOC-MAX-AGE
000011* DAYS BEFORE THE CLOSED DATE IS EXPIRED INSTEAD (ZERO = NO
000012* LIMIT).  A MISSING OR EMPTY CARD EXPIRES EVERYTHING; A BLANK
000013* RULE EXPIRES THAT QUEUE.
000014*
000015* MAINTENANCE HISTORY
000016* DATE       INIT   DESCRIPTION
000017* ---------- ------ ----------------------------------------------
000018* 2026-10-15 JFM    INITIAL VERSION.
000019*================================================================
000020 01  DL100-EOC-RECORD.
000021     05  DL100-EOC-PND-RULE        PIC X(01).
000022         88  DL100-EOC-PND-EXPIRE      VALUE 'J'.
000023         88  DL100-EOC-PND-ROLL        VALUE 'F'.
000024     05  DL100-EOC-SUS-RULE        PIC X(01).
000025         88  DL100-EOC-SUS-EXPIRE      VALUE 'J'.
000026         88  DL100-EOC-SUS-ROLL        VALUE 'F'.
000027     05  DL100-EOC-MAX-AGE         PIC 9(03).
000028     05  FILLER                    PIC X(75).
