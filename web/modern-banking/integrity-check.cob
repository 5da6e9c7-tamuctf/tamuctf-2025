001020 FD USERS.
001030 01 UserRecord.
001040   05 Username PIC X(32).
001050   05 UserPassword PICTURE X(32).
001060   05 Cookie   PICTURE 9(32).
001070   05 IsAdmin  PIC 9(1).
001100   05 AccountList.
001720 01 OwnerFnd    PIC 9(1) VALUE 0.
001730 01 OwnerHas    PIC 9(1) VALUE 0.
001740 01 CheckAccount PIC 9(12) VALUE 0.
001750 01 CheckBalance PIC S9(18)V99 VALUE 0.
001760
001770 01 PendRecInd  PIC 9(8) VALUE 0.
002000 01 PendSrc     PIC 9(12) VALUE 0.
002030
002040 01 EodDate     PIC 9(8) VALUE 0.
002050 01 EodAccount  PIC 9(12) VALUE 0.
002060 01 EodBalance  PIC S9(18)V99 VALUE 0.
002070 01 EodBalanceX REDEFINES EodBalance PIC X(20).
002100 01 SnapFnd     PIC 9(1) VALUE 0.
002110 01 SnapDate    PIC 9(8) VALUE 0.
002120 01 SnapBal     PIC S9(18)V99 VALUE 0.
002130 01 SnapMonth   PIC 9(6) VALUE 0.
002140
002150 01 ArcFileName  PIC X(64).
006010   MOVE FUNCTION DATE-OF-INTEGER (EntryDays) TO EntryYMD
006020   IF EntryYMD > SnapDate AND (EntryOutcome = "Confirmed" OR
006030     EntryOutcome = "Interest" OR EntryOutcome = "External" OR
006040     EntryOutcome = "Fee" OR EntryOutcome = "Returned")
006050     IF EntryDst = CheckAccount AND EntryOutcome NOT = "External"
006060       ADD EntryCredit TO ReplayBal
006070     END-IF
