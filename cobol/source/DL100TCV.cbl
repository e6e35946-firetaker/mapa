000001*================================================================
000002* DL100TCV
000003*
000004* ONE-TIME LAYOUT CONVERSION FOR DL100TDT-LAYOUT DATASETS.
000005*
000006* THE REV1 PROMOTION GROWS THE DL100TDT TRANSACTION DETAIL
000007* RECORD BY SEVENTEEN BYTES (DL100-TDT-REVERSED-SW AND
000008* DL100-TDT-ORIG-CORR-ID).  A DETAIL FILE CUT BEFORE THE
000009* PROMOTION STILL CARRIES THE OLD RECORD LENGTH, AND A
000010* NEW-LAYOUT FD CANNOT READ IT.  RUN THIS JOB ONCE AT PROMOTION
000011* TIME: IT READS THE OLD-LAYOUT DETAIL ON DL100TDO, CARRIES
000012* EVERY FIELD ACROSS UNCHANGED, SETS THE REVERSED SWITCH TO 'N'
000013* AND THE ORIGINAL TOKEN TO SPACES, AND WRITES THE NEW-LAYOUT
000014* DETAIL ON DL100TDT.  DL100TDT IS THE ONLY OUTPUT, SO NO OTHER
000015* DATASET IS OPENED, AND AN EMPTY DL100TDO CONVERTS NOTHING AND
000016* LEAVES DL100TDT AS IT IS.  AFTER CONVERSION THE NOTES IN
000017* DL100TDT.CPY HOLD, AND DL100GLX, DL100PRF, DL100TRC, DL100TRH
000018* AND THE REV1 LOOKUP IN PGMA0001 READ OLD DETAIL WITHOUT
000019* SPECIAL CASES.  THE OLDER AUDIT, EXCEPTION AND CHANGE-LOG
000020* LAYOUTS ARE CONVERTED BY DL100ACV.
000021*
000022* MAINTENANCE HISTORY
000023* DATE       INIT   DESCRIPTION
000024* ---------- ------ ----------------------------------------------
000025* 2026-10-15 JFM    INITIAL VERSION.
000026*================================================================
000027 Identification Division.
000028 Program-ID. DL100TCV.
000029 Environment Division.
000030 Input-Output Section.
000031 File-Control.
000032     SELECT DL100-TDO-FILE ASSIGN TO DL100TDO
000033         ORGANIZATION IS SEQUENTIAL.
000034     SELECT DL100-TDT-FILE ASSIGN TO DL100TDT
000035         ORGANIZATION IS SEQUENTIAL.
000036
000037 Data Division.
000038 File Section.
000039*    THE OLD LAYOUT IS DECLARED HERE AND NOWHERE ELSE - IT EXISTS
000040*    ONLY SO THIS CONVERSION CAN READ PRE-PROMOTION DATA.
000041 FD  DL100-TDO-FILE
000042     RECORDING MODE IS F.
000043 01  DL100-TDO-RECORD.
000044     05  DL100-TDO-TIMESTAMP       PIC X(26).
000045     05  DL100-TDO-PROC-DATE       PIC X(08).
000046     05  DL100-TDO-TRAN-CODE       PIC X(04).
000047     05  DL100-TDO-CORR-ID         PIC X(16).
000048     05  DL100-TDO-USER-ID         PIC X(08).
000049     05  DL100-TDO-ACCOUNT-NO      PIC X(10).
000050     05  DL100-TDO-COUNTERPARTY    PIC X(20).
000051     05  DL100-TDO-AMOUNT          PIC 9(07)V99.
000052     05  DL100-TDO-EXTRACTED-SW    PIC X(01).
000053
000054 FD  DL100-TDT-FILE
000055     RECORDING MODE IS F.
000056     COPY DL100TDT.
000057
000058 Working-Storage Section.
000059
000060 01  WS-SWITCHES.
000061     05  WS-EOF-SW             PIC X(01) VALUE 'N'.
000062         88  WS-EOF                VALUE 'Y'.
000063
000064 01  WS-TDT-CONVERTED-COUNT    PIC S9(08) COMP VALUE 0.
000065
000066 Procedure Division.
000067 0000-MAINLINE.
000068     PERFORM 1000-CONVERT-DETAILS
000069         THRU 1000-CONVERT-DETAILS-EXIT
000070
000071     DISPLAY 'DL100TCV DETAIL RECORDS CONVERTED    = '
000072         WS-TDT-CONVERTED-COUNT
000073
000074     GOBACK
000075     .
000076
000077 1000-CONVERT-DETAILS.
000078     MOVE 'N' TO WS-EOF-SW
000079
000080     OPEN INPUT DL100-TDO-FILE
000081
000082     READ DL100-TDO-FILE
000083         AT END
000084             MOVE 'Y' TO WS-EOF-SW
000085     END-READ
000086
000087*    AN EMPTY INPUT LEAVES THE OUTPUT DATASET AS IT IS.
000088     IF WS-EOF
000089         CLOSE DL100-TDO-FILE
000090         GO TO 1000-CONVERT-DETAILS-EXIT
000091     END-IF
000092
000093     OPEN OUTPUT DL100-TDT-FILE
000094
000095     PERFORM 1100-CONVERT-ONE-DETAIL
000096         THRU 1100-CONVERT-ONE-DETAIL-EXIT
000097         UNTIL WS-EOF
000098
000099     CLOSE DL100-TDO-FILE
000100     CLOSE DL100-TDT-FILE
000101     .
000102 1000-CONVERT-DETAILS-EXIT.
000103     EXIT.
000104
000105 1100-CONVERT-ONE-DETAIL.
000106     MOVE DL100-TDO-TIMESTAMP TO DL100-TDT-TIMESTAMP
000107     MOVE DL100-TDO-PROC-DATE TO DL100-TDT-PROC-DATE
000108     MOVE DL100-TDO-TRAN-CODE TO DL100-TDT-TRAN-CODE
000109     MOVE DL100-TDO-CORR-ID TO DL100-TDT-CORR-ID
000110     MOVE DL100-TDO-USER-ID TO DL100-TDT-USER-ID
000111     MOVE DL100-TDO-ACCOUNT-NO TO DL100-TDT-ACCOUNT-NO
000112     MOVE DL100-TDO-COUNTERPARTY TO DL100-TDT-COUNTERPARTY
000113     MOVE DL100-TDO-AMOUNT TO DL100-TDT-AMOUNT
000114     MOVE DL100-TDO-EXTRACTED-SW TO DL100-TDT-EXTRACTED-SW
000115     SET DL100-TDT-NOT-REVERSED TO TRUE
000116     MOVE SPACES TO DL100-TDT-ORIG-CORR-ID
000117     WRITE DL100-TDT-RECORD
000118     ADD 1 TO WS-TDT-CONVERTED-COUNT
000119
000120     READ DL100-TDO-FILE
000121         AT END
000122             MOVE 'Y' TO WS-EOF-SW
000123     END-READ
000124     .
000125 1100-CONVERT-ONE-DETAIL-EXIT.
000126     EXIT.
