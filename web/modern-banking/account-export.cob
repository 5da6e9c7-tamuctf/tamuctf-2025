000440
000450 01 CsvAccount    PIC 9(12).
000460 01 CsvBalance    PIC 9(18).99.
000462 01 CsvSign       PIC X(1).
000465 01 CsvType       PIC X(8).
000466 01 CsvStatus     PIC X(7).
000470 01 CsvTimestamp  PIC 9(14).
000480
000490 01 AccountsRead    PIC 9(9) VALUE 0.
000640   MOVE CurDateTime (11:2) TO CurTimeMM
000650   MOVE CurDateTime (13:2) TO CurTimeSS
000660   STRING CurDateYMD CurTimeHH CurTimeMM CurTimeSS INTO
000670     CsvTimestamp
000680   .
000690
000700 200-Export-Accounts.
000770       ADD 1 TO AccountsRead
000780       MOVE Account TO CsvAccount
000790       MOVE Balance TO CsvBalance
000791       MOVE SPACES TO CsvSign
000792       IF Balance < 0
000793         MOVE "-" TO CsvSign
000794       END-IF
000795       IF AcctType = "S"
000796         MOVE "Savings" TO CsvType
000797       ELSE
000798         IF AcctType = "T"
000799           MOVE "Term" TO CsvType
000800         ELSE
000801           MOVE "Checking" TO CsvType
000802         END-IF
000803       END-IF
000804       IF AcctStatus = "C"
000805         MOVE "Closed" TO CsvStatus
000806       ELSE
000807         IF AcctStatus = "D"
000808           MOVE "Dormant" TO CsvStatus
000809         ELSE
000810           MOVE "Open" TO CsvStatus
000811         END-IF
000812       END-IF
000813       MOVE SPACES TO AcctCsvLine
000814       STRING CsvAccount ',' DELIMITED BY SIZE
000815       CsvSign DELIMITED BY SPACE
000816       CsvBalance ',' CsvType ','
000817       CsvStatus ',' CsvTimestamp DELIMITED BY SIZE
000818       INTO AcctCsvLine
000820       WRITE AcctCsvLine
000830     END-PERFORM
000840   CLOSE ACCTCSV
