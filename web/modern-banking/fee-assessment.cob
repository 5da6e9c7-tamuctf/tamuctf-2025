000350   LOCK MODE IS AUTOMATIC
000360   ORGANIZATION IS LINE SEQUENTIAL
000370   ACCESS SEQUENTIAL.
000374
000378   SELECT OPTIONAL HOLDS
000382   ASSIGN TO '/var/banking/holds.dat'
000386   LOCK MODE IS AUTOMATIC
000390   ORGANIZATION IS LINE SEQUENTIAL
000394   ACCESS SEQUENTIAL.
000400
000410 DATA DIVISION.
000420
000600 FD LEDGERARC.
000610 01 ArcRecord.
000620   05 ArcInfo PIC X(150).
000622
000624 FD HOLDS.
000626 01 HoldRecord.
000628   05 HoldInfo PIC X(128).
000630
000640 WORKING-STORAGE SECTION.
000650
000660 01 FileErrorAccounts PIC XX.
000661
000662 01 HoldAcct      PIC 9(12) VALUE 0.
000663 01 HoldTotal     PIC 9(18)V99 VALUE 0.
000664 01 HoldAmount    PIC 9(18)V99 VALUE 0.
000665 01 HoldAmountX REDEFINES HoldAmount PIC X(20).
000666 01 HoldExpiry    PIC 9(8) VALUE 0.
000667 01 HoldExpiryX   PIC X(8).
000670
000700 01 CurDateTime PIC X(21).
000710 01 CurDateYMD  PIC 9(8) VALUE 0.
002150   PERFORM FOREVER
002160     READ ACCOUNTS NEXT INTO AccountRecord AT END EXIT
002170     PERFORM NOT AT END
002178     ADD 1 TO AccountsRead
002186     MOVE Account TO HoldAcct
002194     PERFORM 420-Hold-Total
002199     IF AcctStatus NOT = "C" AND AcctStatus NOT = "D" AND
002204       AcctType NOT = "T"
002210     IF FeeCrit NOT = "B" OR Balance < FeeThreshold
002218       IF Balance - HoldTotal + OverdraftLimit >= FeeAmount
002230         PERFORM 400-Already-Charged
002240         IF AlreadyCharged = 0
002250           SUBTRACT FeeAmount FROM Balance
003150     WRITE LedgerRecord
003160   CLOSE LEDGER
003170   .
003171
003172 420-Hold-Total.
003173   MOVE 0 TO HoldTotal
003174   OPEN INPUT HOLDS
003175   PERFORM FOREVER
003176     READ HOLDS INTO HoldRecord AT END EXIT
003177     PERFORM NOT AT END
003178     IF HoldInfo (10:1) = "A" AND HoldInfo (12:12) = HoldAcct
003179       MOVE HoldInfo (51:8) TO HoldExpiryX
003180       IF HoldExpiryX IS NUMERIC
003181         MOVE HoldExpiryX TO HoldExpiry
003182       ELSE
003183         MOVE 0 TO HoldExpiry
003184       END-IF
003185       IF HoldExpiry = 0 OR HoldExpiry >= CurDateYMD
003186         MOVE HoldInfo (25:20) TO HoldAmountX
003187         ADD HoldAmount TO HoldTotal
003188       END-IF
003189     END-IF
003190   END-PERFORM
003191   CLOSE HOLDS
003192   .
003200
003210 900-Finish.
003220   DISPLAY 'Fee schedule rows: '
