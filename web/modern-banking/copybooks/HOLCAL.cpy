000010 01 CalTable.
000020   05 CalHolCount USAGE BINARY-LONG VALUE 0.
000030   05 CalHoliday OCCURS 500 TIMES PIC 9(8).
000040 01 CalLoaded     PIC 9(1) VALUE 0.
000050 01 CalDate       PIC 9(8) VALUE 0.
000060 01 CalNominal    PIC 9(8) VALUE 0.
000070 01 CalDateInt    PIC 9(9) VALUE 0.
000080 01 CalDow        PIC 9(1) VALUE 0.
000090 01 CalBack       PIC 9(1) VALUE 0.
000100 01 CalBusiness   PIC 9(1) VALUE 0.
000110 01 CalInd        USAGE BINARY-LONG VALUE 0.
000120 01 CalYYYY       PIC 9(4) VALUE 0.
000130 01 CalMM         PIC 9(2) VALUE 0.
000140 01 CalDD         PIC 9(2) VALUE 0.
000150 01 CalMonthDays  PIC 9(2) VALUE 0.
000160 01 CalAnchor     PIC 9(2) VALUE 0.
000170 01 CalFreq       PIC X(1).
000180 01 CalDays       PIC 9(3) VALUE 0.
000190 01 CalSettleEnv  PIC X(3).
