000330 01 InterestRateEnv PIC X(10).
000340 01 InterestRate    PIC 9(1)V9(6) VALUE 0.
000350 01 InterestAmt     PIC 9(20) VALUE 0.
000352 01 OverdraftRateEnv PIC X(10).
000354 01 OverdraftRate   PIC 9(1)V9(6) VALUE 0.
000356 01 DebitIntAmt     PIC 9(20) VALUE 0.
000360
000370 01 AccountsRead    PIC 9(9) VALUE 0.
000380 01 AccountsAccrued PIC 9(9) VALUE 0.
000385 01 AccountsCharged PIC 9(9) VALUE 0.
000390
000400 PROCEDURE DIVISION.
000410
000550   ELSE
000560     MOVE 0.0001 TO InterestRate
000570   END-IF
000571   ACCEPT OverdraftRateEnv FROM ENVIRONMENT 'OVERDRAFT_RATE'
000572   IF OverdraftRateEnv > 0
000573     MOVE FUNCTION NUMVAL (OverdraftRateEnv) TO OverdraftRate
000574   ELSE
000575     MOVE 0.0005 TO OverdraftRate
000576   END-IF
000580   .
000590
000600 200-Process-Accounts.
000670       ELSE
000675         MOVE 0 TO InterestAmt
000676       END-IF
000677       MOVE 0 TO DebitIntAmt
000678       IF AcctType = "C" AND AcctStatus NOT = "C" AND Balance < 0
000679         COMPUTE DebitIntAmt ROUNDED = 0 - Balance * OverdraftRate
000680       END-IF
000680       MOVE CurDateYMD TO AccrualDate
000681       IF InterestAmt > 0
000682         ADD InterestAmt TO Balance
000691         PERFORM 300-Ledger-Append
000700         ADD 1 TO AccountsAccrued
000701       ELSE
000702         IF DebitIntAmt > 0
000703           SUBTRACT DebitIntAmt FROM Balance
000704           REWRITE AccountRecord
000705           PERFORM 310-Debit-Ledger-Append
000706           ADD 1 TO AccountsCharged
000707         ELSE
000708           REWRITE AccountRecord
000709         END-IF
000709       END-IF
000710     END-IF
000720   END-PERFORM
000730   CLOSE ACCOUNTS
000754   CLOSE LEDGER
000755   .
000756
000757 310-Debit-Ledger-Append.
000758   MOVE SPACES TO LedgerInfo
000759   MOVE Account TO LedgerInfo (1:12)
000760   MOVE ZEROS TO LedgerInfo (14:12)
000761   MOVE DebitIntAmt TO LedgerInfo (27:20)
000762   MOVE 'OVERDRAFT INTEREST' TO LedgerInfo (48:64)
000763   MOVE 'Interest' TO LedgerInfo (112:9)
000764   COMPUTE CurrentSeconds = FUNCTION INTEGER-OF-DATE (CurDateYMD)
000765   * 86400 + CurTimeHH * 3600 + CurTimeMM * 60 + CurTimeSS
000766   MOVE CurrentSeconds TO LedgerInfo (121:18)
000767   OPEN EXTEND LEDGER
000768     WRITE LedgerRecord
000769   CLOSE LEDGER
000770   .
000771
000760 900-Finish.
000770   DISPLAY 'Accounts read: '
000780   DISPLAY AccountsRead
000790   DISPLAY 'Accounts accrued: '
000800   DISPLAY AccountsAccrued
000803   DISPLAY 'Overdraft interest charged: '
000806   DISPLAY AccountsCharged
000810   .
