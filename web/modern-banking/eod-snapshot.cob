000560
000570 01 EodDate     PIC 9(8) VALUE 0.
000580 01 EodAccount  PIC 9(12) VALUE 0.
000590 01 EodBalance  PIC S9(18)V99 VALUE 0.
000600 01 EodBalanceX REDEFINES EodBalance PIC X(20).
000610
000620 01 AsofBal     PIC S9(18)V99 VALUE 0.
000630 01 AsofFnd     PIC 9(1) VALUE 0.
000640 01 AsofSnapDate PIC 9(8) VALUE 0.
000650 01 PrevBal     PIC S9(18)V99 VALUE 0.
000660 01 PrevFnd     PIC 9(1) VALUE 0.
000670 01 PrevSnapDate PIC 9(8) VALUE 0.
000680 01 Movement    PIC S9(18)V99 VALUE 0.
