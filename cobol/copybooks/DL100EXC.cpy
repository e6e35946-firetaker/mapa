000031*                   DATASETS (THE CURRENT FILE AND THE DL100EXA
000032*                   ARCHIVE GENERATIONS) MUST GO THROUGH THE
000033*                   ONE-TIME DL100ACV LAYOUT CONVERSION.
000034* 2026-10-15 JFM    DL100PRF ALSO RAISES RECORDS FOR THE DAILY
000035*                   PROOF - BRANCH ACCOUNT/TDTGLI/GLITRLR, THE
000036*                   PROOF DATE IN DL100-EXC-CANDIDATE-NAME AND THE
000037*                   ACCOUNT NUMBER IN DL100-EXC-CORR-ID.
000038* 2026-10-15 JFM    DL100VEL RAISES A RECORD PER VELOCITY OR
000039*                   STRUCTURING HIT - BRANCH VELOCITY/NEARMAX/
000040*                   FANIN/SPIKE, THE PROCESSING DATE IN
000041*                   DL100-EXC-CANDIDATE-NAME AND THE ACCOUNT
000042*                   NUMBER IN DL100-EXC-CORR-ID.  THE FIGURES ARE
000043*                   ON THE DL100SAR RECORD.
000044* 2026-10-15 JFM    DL100RTR RAISES A RECORD WHEN A TESTANTLR352
000045*                   ROUTING POINT CANNOT LOAD ITS RESOLVED MODULE
000046*                   - PROGRAM NAME DL100RTR, THE BLOCK AND BRANCH,
000047*                   THE MODULE THAT FAILED TO LOAD IN
000048*                   DL100-EXC-CANDIDATE-NAME AND THE CALLER'S
000049*                   TOKEN IN DL100-EXC-CORR-ID.
000050*================================================================
000051 01  DL100-EXCEPTION-RECORD.
000052     05  DL100-EXC-TIMESTAMP       PIC X(26).
000053     05  DL100-EXC-PROGRAM-NAME    PIC X(12).
000054     05  DL100-EXC-BLOCK-NO        PIC 9(01).
000055     05  DL100-EXC-BRANCH-CODE     PIC X(08).
000056     05  DL100-EXC-CANDIDATE-NAME  PIC X(08).
000057     05  DL100-EXC-SENT-SW         PIC X(01).
000058         88  DL100-EXC-SENT            VALUE 'Y'.
000059         88  DL100-EXC-UNSENT          VALUE 'N'.
000060     05  DL100-EXC-CORR-ID         PIC X(16).
000061     05  DL100-EXC-STATUS-SW       PIC X(01).
000062         88  DL100-EXC-OPEN            VALUE 'O'.
000063         88  DL100-EXC-ACKED           VALUE 'A'.
000064         88  DL100-EXC-CLOSED          VALUE 'C'.
000065     05  DL100-EXC-ACKED-BY        PIC X(08).
000066     05  DL100-EXC-ACKED-TS        PIC X(26).
000067     05  DL100-EXC-CLOSED-TS       PIC X(26).
000068     05  DL100-EXC-RESOLUTION-CODE PIC X(04).
000069     05  DL100-EXC-RESOLUTION-NOTE PIC X(40).
000070     05  DL100-EXC-TICKET-NO       PIC X(12).
