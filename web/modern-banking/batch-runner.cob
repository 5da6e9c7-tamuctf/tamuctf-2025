000560   ORGANIZATION IS LINE SEQUENTIAL
000561   ACCESS SEQUENTIAL.
000562
000563   SELECT OPTIONAL HOLIDAYS
000564   ASSIGN TO '/var/banking/holidays.dat'
000565   LOCK MODE IS AUTOMATIC
000566   ORGANIZATION IS LINE SEQUENTIAL
000567   ACCESS SEQUENTIAL.
000562
000563   SELECT OPTIONAL USERS
000564   ASSIGN TO '/var/banking/users.dat'
000565   FILE STATUS IS FileErrorUsers
000581   ORGANIZATION IS LINE SEQUENTIAL
000582   ACCESS SEQUENTIAL.
000583
000584   SELECT OPTIONAL HOLDS
000585   ASSIGN TO '/var/banking/holds.dat'
000586   LOCK MODE IS AUTOMATIC
000587   ORGANIZATION IS LINE SEQUENTIAL
000588   ACCESS SEQUENTIAL.
000583
000560 DATA DIVISION.
000570
000580 FILE SECTION.
000850
000851 FD OUTGOING.
000852 01 OutgoingRecord.
000853   05 OutgoingInfo PIC X(144).
000854
000855 FD BATCHLOCK.
000856 01 LockRecord.
000857   05 LockInfo PIC X(40).
000858
000859 FD HOLIDAYS.
000860 01 HolidayRecord.
000861   05 HolidayInfo PIC X(80).
000858
000859 FD USERS.
000860 01 UserRecord.
000861   05 Username PIC X(32).
000862   05 UserPassword PICTURE X(32).
000863   05 Cookie   PICTURE 9(32).
000864   05 IsAdmin  PIC 9(1).
000865   05 AccountList.
000877 01 HeldRecord.
000878   05 HeldInfo PIC X(160).
000879
000880 FD HOLDS.
000881 01 HoldRecord.
000882   05 HoldInfo PIC X(128).
000879
000860 WORKING-STORAGE SECTION.
000870
000880 01 FileErrorAccounts PIC XX.
001000
001010 01 AccountSrc PIC 9(12) VALUE 0.
001020 01 AccountDst PIC 9(12) VALUE 0.
001021 01 HoldAcct      PIC 9(12) VALUE 0.
001022 01 HoldTotal     PIC 9(18)V99 VALUE 0.
001023 01 HoldAmount    PIC 9(18)V99 VALUE 0.
001024 01 HoldAmountX REDEFINES HoldAmount PIC X(20).
001025 01 HoldExpiry    PIC 9(8) VALUE 0.
001026 01 HoldExpiryX   PIC X(8).
001030 01 Credit     PIC 9(20) VALUE 0.
001040 01 Memo       PIC X(64).
001050 01 AccountFnd PIC 9(1) VALUE 0.
001120 01 CkptSrc        PIC 9(12) VALUE 0.
001130 01 CkptDst        PIC 9(12) VALUE 0.
001140 01 CkptCredit     PIC 9(20) VALUE 0.
001150 01 CkptSrcPreBal  PIC S9(18)V99 VALUE 0.
001160 01 CkptSrcPreBalX REDEFINES CkptSrcPreBal PIC X(20).
001170 01 CkptDstPreBal  PIC S9(18)V99 VALUE 0.
001180 01 CkptDstPreBalX REDEFINES CkptDstPreBal PIC X(20).
001190 01 CkptOutcome    PIC X(9) VALUE SPACES.
001200 01 CkptSkipInd    USAGE BINARY-LONG VALUE 0.
001210
001220 01 StandFreq      PIC X(1).
001230 01 StandNextRun   PIC 9(8) VALUE 0.
001240 01 StandAnchor    PIC 9(2) VALUE 0.
001250 01 StandAnchorX   PIC X(2).
001280
001281 01 TxLimit       PIC 9(18)V99 VALUE 0.
001282 01 TxLimitEnv     PIC X(20).
001348 01 PendDeferred     PIC 9(1) VALUE 0.
001349 01 RecordsDeferred  PIC 9(9) VALUE 0.
001350
001351   COPY HOLCAL.
001350
001351 01 LockBusy      PIC 9(1) VALUE 0.
001352 01 LockMaxSec    PIC 9(8) VALUE 0.
001353 01 LockMaxEnv    PIC X(8).
001570   PERFORM FOREVER
001580     READ STANDING INTO StandingRecord AT END EXIT
001590     PERFORM NOT AT END
001593     MOVE StandingInfo (111:1) TO StandFreq
001596     MOVE StandingInfo (113:8) TO StandNextRun
001599     MOVE StandingInfo (122:2) TO StandAnchorX
001602     IF StandAnchorX IS NUMERIC
001605       MOVE StandAnchorX TO StandAnchor
001608     ELSE
001611       MOVE 99 TO StandAnchor
001614     END-IF
001617     IF StandNextRun > 0 AND StandNextRun <= CurDateYMD
001621       MOVE StandingInfo (1:12) TO AccountSrc
001622       MOVE StandingInfo (14:12) TO AccountDst
001623       MOVE StandingInfo (27:20) TO Credit
001720       PERFORM UNTIL StandNextRun > CurDateYMD
001730         PERFORM 210-Standing-Next
001740       END-PERFORM
001748       MOVE StandNextRun TO StandingInfo (113:8)
001756       MOVE StandAnchor TO StandingInfo (122:2)
001764     END-IF
001772     MOVE StandingInfo TO StandingInfoTmp
001780     WRITE StandingTmpRecord
001790   END-PERFORM
001800   CLOSE STANDING
001930   .
001940
001950 210-Standing-Next.
001960   MOVE StandFreq TO CalFreq
001970   MOVE StandAnchor TO CalAnchor
001980   MOVE StandNextRun TO CalDate
001990   PERFORM 967-Cal-Next-Run
002000   MOVE CalDate TO StandNextRun
002010   MOVE CalAnchor TO StandAnchor
002020   .
002170
002180 300-Recover-Checkpoint.
002190   PERFORM 710-Ckpt-Load
002764     ELSE
002765       MOVE 0 TO PendValDate
002766     END-IF
002767     IF PendValDate > 0
002768       MOVE PendValDate TO CalDate
002769       PERFORM 962-Cal-Roll-Forward
002770       MOVE CalDate TO PendValDate
002771     END-IF
002772     MOVE 0 TO PendDeferred
002773     IF PendValDate > CurDateYMD
002774       MOVE 1 TO PendDeferred
002775     END-IF
002771
002772     MOVE 0 TO PendHeld
002773     IF PendDeferred = 0 AND AccountSrc NOT = 0 AND
002830         MOVE 1 TO Readdone
002840       END-IF
002850     ELSE
002853       MOVE AccountSrc TO Account OF AccountRecord
002856       PERFORM 700-Get-Account
002859       MOVE AccountSrc TO HoldAcct
002862       PERFORM 735-Hold-Total
002865       IF AccountFnd = 1 AND AcctStatus NOT = "C" AND
002868         AcctStatus NOT = "D" AND
002869         AcctType NOT = "T" AND
002871         Credit <= Balance - HoldTotal + OverdraftLimit
002881         IF PendFlag = "X"
002882           MOVE 1 TO Readdone
002883         ELSE
003783   END-IF
003784   .
003785
003786 735-Hold-Total.
003787   MOVE 0 TO HoldTotal
003788   OPEN INPUT HOLDS
003789   PERFORM FOREVER
003790     READ HOLDS INTO HoldRecord AT END EXIT
003791     PERFORM NOT AT END
003792     IF HoldInfo (10:1) = "A" AND HoldInfo (12:12) = HoldAcct
003793       MOVE HoldInfo (51:8) TO HoldExpiryX
003794       IF HoldExpiryX IS NUMERIC
003795         MOVE HoldExpiryX TO HoldExpiry
003796       ELSE
003797         MOVE 0 TO HoldExpiry
003798       END-IF
003799       IF HoldExpiry = 0 OR HoldExpiry >= CurDateYMD
003800         MOVE HoldInfo (25:20) TO HoldAmountX
003801         ADD HoldAmount TO HoldTotal
003802       END-IF
003803     END-IF
003804   END-PERFORM
003805   CLOSE HOLDS
003806   .
003807
003730 706-Timestamp.
003740   MOVE FUNCTION CURRENT-DATE TO CurDateTime
003750   MOVE CurDateTime (1:8) TO CurDateYMD
004396   MOVE Credit TO OutgoingInfo (14:20)
004397   MOVE Memo TO OutgoingInfo (35:64)
004398   MOVE OutTrace TO OutgoingInfo (100:15)
004399   MOVE AccountSrc TO OutgoingInfo (116:12)
004400   MOVE CurDateYMD TO CalDate
004401   PERFORM 969-Cal-Settle-Date
004402   MOVE CalDate TO OutgoingInfo (129:8)
004403   OPEN EXTEND OUTGOING
004400     WRITE OutgoingRecord
004401   CLOSE OUTGOING
004402   .
004860     MOVE 8 TO RETURN-CODE
004870   END-IF
004880   .
004881
004882   COPY BUSDAY.
