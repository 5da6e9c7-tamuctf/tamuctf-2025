000690 01 MonthNet     PIC S9(18)V99 VALUE 0.
000700 01 MonthInterest PIC 9(20) VALUE 0.
000705 01 MonthFees    PIC 9(20) VALUE 0.
000707 01 MonthDebitInt PIC 9(20) VALUE 0.
000710 01 AfterNet     PIC S9(18)V99 VALUE 0.
000720 01 OpeningBal   PIC S9(18)V99 VALUE 0.
000730 01 ClosingBal   PIC S9(18)V99 VALUE 0.
000751 01 MonthStart   PIC 9(8) VALUE 0.
000752 01 EodDate      PIC 9(8) VALUE 0.
000753 01 EodAccount   PIC 9(12) VALUE 0.
000754 01 SnapBal      PIC S9(18)V99 VALUE 0.
000755 01 SnapBalX REDEFINES SnapBal PIC X(20).
000756 01 SnapDate     PIC 9(8) VALUE 0.
000757 01 SnapFnd      PIC 9(1) VALUE 0.
001250   MOVE 0 TO MonthNet
001260   MOVE 0 TO MonthInterest
001265   MOVE 0 TO MonthFees
001267   MOVE 0 TO MonthDebitInt
001270   MOVE 0 TO AfterNet
001271   OPEN INPUT LEDGERARC
001272   PERFORM FOREVER
001592   IF StmtSrc = Account OR StmtDst = Account
001593     IF StmtOutcome = "Confirmed" OR StmtOutcome = "Interest"
001594       OR StmtOutcome = "External" OR StmtOutcome = "Fee"
001594       OR StmtOutcome = "Returned"
001594       IF StmtEntryMonth = StmtMonth
001595         IF StmtDst = Account AND StmtOutcome NOT = "External"
001596           ADD StmtCredit TO MonthNet
001602         IF StmtOutcome = "Interest" AND StmtDst = Account
001603           ADD StmtCredit TO MonthInterest
001604         END-IF
001605         IF StmtOutcome = "Interest" AND StmtSrc = Account
001606           ADD StmtCredit TO MonthDebitInt
001607         END-IF
001605         IF StmtOutcome = "Fee" AND StmtSrc = Account
001606           ADD StmtCredit TO MonthFees
001607         END-IF
001770   MOVE OpeningBal TO EditAmount
001780   STRING 'OPENING BALANCE   ' EditAmount INTO StmtLine
001790   WRITE StmtLine
001791   IF OverdraftLimit > 0
001792     MOVE SPACES TO StmtLine
001793     MOVE OverdraftLimit TO EditAmount
001794     STRING 'OVERDRAFT LIMIT   ' EditAmount INTO StmtLine
001795     WRITE StmtLine
001796   END-IF
001800   MOVE SPACES TO StmtLine
001810   MOVE 'DATE     DR/CR COUNTERPARTY AMOUNT MEMO STATUS'
001820   TO StmtLine
002152   MOVE MonthFees TO EditAmount
002153   STRING 'FEES CHARGED      ' EditAmount INTO StmtLine
002154   WRITE StmtLine
002155   IF MonthDebitInt > 0
002156     MOVE SPACES TO StmtLine
002157     MOVE MonthDebitInt TO EditAmount
002158     STRING 'OVERDRAFT INTEREST' EditAmount INTO StmtLine
002159     WRITE StmtLine
002160   END-IF
002160   MOVE SPACES TO StmtLine
002170   MOVE ClosingBal TO EditAmount
002180   STRING 'CLOSING BALANCE   ' EditAmount INTO StmtLine
