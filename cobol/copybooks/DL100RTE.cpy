000020*                   DL100-RTE-KEY FOR THE CONVERSION OF THE TABLE
000021*                   TO A KEYED VSAM DATASET.  FIELD NAMES, ORDER,
000022*                   AND PICTURES ARE UNCHANGED.
000023* 2026-10-15 JFM    NO LAYOUT CHANGE.  AN OVERRIDE WHOSE MODULE
000024*                   KEEPS FAILING TO LOAD IS NOW SUSPENDED BY
000025*                   DL100RTR (SEE DL100LFS) AND IS NOT APPLIED,
000026*                   EVEN WHILE STILL SWITCHED ON HERE, UNTIL
000027*                   CLEARED THROUGH DL100LFC OR REPOINTED.
000028*================================================================
000029 01  DL100-ROUTE-RECORD.
000030     05  DL100-RTE-KEY.
000031         10  DL100-RTE-BLOCK-NO    PIC 9(01).
000032         10  DL100-RTE-BRANCH-CODE PIC X(08).
000033     05  DL100-RTE-OVERRIDE-SW     PIC X(01).
000034         88  DL100-RTE-OVERRIDE-ON     VALUE 'Y'.
000035         88  DL100-RTE-OVERRIDE-OFF    VALUE 'N'.
000036     05  DL100-RTE-OVERRIDE-NAME   PIC X(08).
