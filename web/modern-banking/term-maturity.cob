000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TermMaturity.
000030
000040 ENVIRONMENT DIVISION.
000050
000060 INPUT-OUTPUT SECTION.
000070
000080 FILE-CONTROL.
000090   SELECT OPTIONAL ACCOUNTS
000100   ASSIGN TO '/var/banking/accounts.dat'
000110   FILE STATUS IS FileErrorAccounts
000120   LOCK MODE IS AUTOMATIC
000130   ORGANIZATION IS INDEXED
000140   ACCESS IS RANDOM
000150   RECORD KEY Account OF AccountRecord.
000160
000170   SELECT OPTIONAL TERMDEPS
000180   ASSIGN TO '/var/banking/term_deposits.dat'
000190   LOCK MODE IS AUTOMATIC
000200   ORGANIZATION IS LINE SEQUENTIAL
000210   ACCESS SEQUENTIAL.
000220
000230   SELECT OPTIONAL TERMDEPSTMP
000240   ASSIGN TO '/var/banking/term_deposits.tmp'
000250   LOCK MODE IS AUTOMATIC
000260   ORGANIZATION IS LINE SEQUENTIAL
000270   ACCESS SEQUENTIAL.
000280
000290   SELECT OPTIONAL TERMDEPSNEW
000300   ASSIGN TO '/var/banking/term_deposits.new'
000310   LOCK MODE IS AUTOMATIC
000320   ORGANIZATION IS LINE SEQUENTIAL
000330   ACCESS SEQUENTIAL.
000340
000350   SELECT OPTIONAL LEDGER
000360   ASSIGN TO '/var/banking/ledger.dat'
000370   LOCK MODE IS AUTOMATIC
000380   ORGANIZATION IS LINE SEQUENTIAL
000390   ACCESS SEQUENTIAL.
000400
000410   SELECT OPTIONAL HOLDS
000420   ASSIGN TO '/var/banking/holds.dat'
000430   LOCK MODE IS AUTOMATIC
000440   ORGANIZATION IS LINE SEQUENTIAL
000450   ACCESS SEQUENTIAL.
000460
000470   SELECT OPTIONAL BATCHLOCK
000480   ASSIGN TO '/var/banking/batch_lock.dat'
000490   LOCK MODE IS AUTOMATIC
000500   ORGANIZATION IS LINE SEQUENTIAL
000510   ACCESS SEQUENTIAL.
000520
000530   SELECT OPTIONAL HOLIDAYS
000540   ASSIGN TO '/var/banking/holidays.dat'
000550   LOCK MODE IS AUTOMATIC
000560   ORGANIZATION IS LINE SEQUENTIAL
000570   ACCESS SEQUENTIAL.
000580
000590   SELECT OPTIONAL USERS
000600   ASSIGN TO '/var/banking/users.dat'
000610   FILE STATUS IS FileErrorUsers
000620   LOCK MODE IS AUTOMATIC
000630   ORGANIZATION INDEXED
000640   ACCESS MODE DYNAMIC
000650   RECORD IS Username IN UserRecord
000660   ALTERNATE RECORD IS Cookie IN UserRecord.
000670
000680   SELECT OPTIONAL MESSAGES
000690   ASSIGN TO '/var/banking/messages.dat'
000700   LOCK MODE IS AUTOMATIC
000710   ORGANIZATION IS LINE SEQUENTIAL
000720   ACCESS SEQUENTIAL.
000730
000740   SELECT OPTIONAL TERMRPT
000750   ASSIGN TO RptFileName
000760   LOCK MODE IS AUTOMATIC
000770   ORGANIZATION IS LINE SEQUENTIAL
000780   ACCESS SEQUENTIAL.
000790
000800   SELECT OPTIONAL LADDERRPT
000810   ASSIGN TO LadderFileName
000820   LOCK MODE IS AUTOMATIC
000830   ORGANIZATION IS LINE SEQUENTIAL
000840   ACCESS SEQUENTIAL.
000850
000860 DATA DIVISION.
000870
000880 FILE SECTION.
000890
000900 FD ACCOUNTS.
000910   COPY ACCTREC.
000920
000930 FD TERMDEPS.
000940 01 TermRecord.
000950   05 TermInfo PIC X(128).
000960
000970 FD TERMDEPSTMP.
000980 01 TermTmpRecord.
000990   05 TermInfoTmp PIC X(128).
001000
001010 FD TERMDEPSNEW.
001020 01 TermNewRecord.
001030   05 TermInfoNew PIC X(128).
001040
001050 FD LEDGER.
001060 01 LedgerRecord.
001070   05 LedgerInfo PIC X(150).
001080
001090 FD HOLDS.
001100 01 HoldRecord.
001110   05 HoldInfo PIC X(128).
001120
001130 FD BATCHLOCK.
001140 01 LockRecord.
001150   05 LockInfo PIC X(40).
001160
001170 FD HOLIDAYS.
001180 01 HolidayRecord.
001190   05 HolidayInfo PIC X(80).
001200
001210 FD USERS.
001220 01 UserRecord.
001230   05 Username PIC X(32).
001240   05 UserPassword PICTURE X(32).
001250   05 Cookie   PICTURE 9(32).
001260   05 IsAdmin  PIC 9(1).
001270   05 AccountList.
001280     10 AccountCount PIC 9(1) VALUE 0.
001290     10 Account OCCURS 8 TIMES PIC 9(12).
001300   05 LastActivity   PIC 9(18) VALUE 0.
001310   05 FailedAttempts PIC 9(2) VALUE 0.
001320   05 LockUntil      PIC 9(18) VALUE 0.
001330
001340 FD MESSAGES.
001350 01 MessageRecord.
001360   05 MsgInfo PIC X(150).
001370
001380 FD TERMRPT.
001390 01 ReportLine PIC X(132).
001400
001410 FD LADDERRPT.
001420 01 LadderLine PIC X(132).
001430
001440 WORKING-STORAGE SECTION.
001450
001460 01 FileErrorAccounts PIC XX.
001470 01 FileErrorUsers    PIC XX.
001480 01 RunFailed         PIC 9(1) VALUE 0.
001490
001500 01 CurDateTime   PIC X(21).
001510 01 CurDateYMD    PIC 9(8) VALUE 0.
001520 01 CurTimeHH     PIC 9(2) VALUE 0.
001530 01 CurTimeMM     PIC 9(2) VALUE 0.
001540 01 CurTimeSS     PIC 9(2) VALUE 0.
001550 01 CurrentSeconds PIC 9(18) VALUE 0.
001560 01 TodayInt      PIC 9(9) VALUE 0.
001570
001580 01 RptFileName    PIC X(64).
001590 01 LadderFileName PIC X(64).
001600
001610 01 LockBusy      PIC 9(1) VALUE 0.
001620 01 LockMaxSec    PIC 9(8) VALUE 0.
001630 01 LockMaxEnv    PIC X(8).
001640 01 LockSeconds   PIC 9(18) VALUE 0.
001650 01 LockStale     PIC 9(18) VALUE 0.
001660
001670 01 TermWork      PIC X(128).
001680 01 TermAcct      PIC 9(12) VALUE 0.
001690 01 TermStatus    PIC X(1).
001700 01 TermMonths    PIC 9(3) VALUE 0.
001710 01 TermRate      PIC 9(1)V9(6) VALUE 0.
001720 01 TermRateX REDEFINES TermRate PIC X(7).
001730 01 TermRateEnv   PIC X(10).
001740 01 TermStart     PIC 9(8) VALUE 0.
001750 01 TermMaturity  PIC 9(8) VALUE 0.
001760 01 TermDue       PIC 9(8) VALUE 0.
001770 01 TermPayout    PIC 9(12) VALUE 0.
001780 01 TermInstr     PIC X(1).
001790 01 TermPrincipal PIC 9(20) VALUE 0.
001800 01 TermPenalty   PIC 9(20) VALUE 0.
001810 01 TermAnchor    PIC 9(2) VALUE 0.
001820 01 TermDays      PIC 9(5) VALUE 0.
001830 01 TermBasis     PIC 9(20) VALUE 0.
001840 01 TermInterest  PIC 9(20) VALUE 0.
001850 01 TermPayAmt    PIC 9(20) VALUE 0.
001860 01 TermFee       PIC 9(20) VALUE 0.
001870 01 TermHeld      PIC 9(1) VALUE 0.
001880 01 TermPayoutOK  PIC 9(1) VALUE 0.
001890 01 TermAction    PIC X(10).
001900 01 TermAmtDisp   PIC Z(17)9.
001910 01 EditAmount    PIC -(18)9.99.
001920 01 EditCount     PIC Z(5)9.
001930
001940 01 AccountSrc    PIC 9(12) VALUE 0.
001950 01 AccountDst    PIC 9(12) VALUE 0.
001960 01 Credit        PIC 9(20) VALUE 0.
001970 01 Memo          PIC X(64).
001980 01 LedgerOutcome PIC X(9).
001990 01 AccountFnd    PIC 9(1) VALUE 0.
002000
002010 01 LadderTable.
002020   05 LadderWeek OCCURS 105 TIMES.
002030     10 LadderCount  PIC 9(6) VALUE 0.
002040     10 LadderAmount PIC 9(20) VALUE 0.
002050 01 LadderInd     USAGE BINARY-LONG VALUE 0.
002060 01 LadderStart   PIC 9(8) VALUE 0.
002070 01 LadderCum     PIC 9(20) VALUE 0.
002080 01 LadderTotal   PIC 9(6) VALUE 0.
002090
002100 01 MsgUser        PIC X(32).
002110 01 MsgText        PIC X(96).
002120 01 NotifyAccount  PIC 9(12) VALUE 0.
002130 01 OwnerHas       PIC 9(1) VALUE 0.
002140 01 OwnerDirDone   USAGE BINARY-LONG VALUE 0.
002150 01 AccountInd     PIC 9(1) VALUE 0.
002160
002170 01 TermsRead      PIC 9(9) VALUE 0.
002180 01 TermsMatured   PIC 9(9) VALUE 0.
002190 01 TermsRolled    PIC 9(9) VALUE 0.
002200 01 TermsPaidOut   PIC 9(9) VALUE 0.
002210 01 TermsBroken    PIC 9(9) VALUE 0.
002220 01 TermsDeferred  PIC 9(9) VALUE 0.
002230 01 InterestTotal  PIC 9(20) VALUE 0.
002240 01 PenaltyTotal   PIC 9(20) VALUE 0.
002250 01 PaidOutTotal   PIC 9(20) VALUE 0.
002260
002270 COPY HOLCAL.
002280
002290 PROCEDURE DIVISION.
002300
002310 000-Main.
002320   PERFORM 100-Initialize
002330   PERFORM 170-Lock-Check
002340   IF LockBusy = 1
002350     DISPLAY 'Posting run lock is held - another run is active.'
002360     DISPLAY 'Refusing to start. Retry when it completes.'
002370     MOVE 8 TO RETURN-CODE
002380     STOP RUN
002390   END-IF
002400   PERFORM 180-Lock-Acquire
002410   PERFORM 200-Process-Terms
002420   PERFORM 600-Maturity-Ladder
002430   PERFORM 190-Lock-Release
002440   PERFORM 800-Write-Trailer
002450   PERFORM 900-Finish
002460   STOP RUN
002470   .
002480
002490 100-Initialize.
002500   PERFORM 706-Timestamp
002510   COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE (CurDateYMD)
002520   MOVE SPACES TO RptFileName
002530   STRING '/var/banking/term-maturity-' CurDateYMD '.txt'
002540     INTO RptFileName
002550   OPEN OUTPUT TERMRPT
002560   MOVE 'TERM DEPOSIT MATURITY REPORT' TO ReportLine
002570   WRITE ReportLine
002580   MOVE SPACES TO ReportLine
002590   STRING 'DATE              ' CurDateYMD INTO ReportLine
002600   WRITE ReportLine
002610   MOVE SPACES TO ReportLine
002620   MOVE 'ACCOUNT ACTION DUE INT/PENALTY AMOUNT PAYOUT NEXT'
002630     TO ReportLine
002640   WRITE ReportLine
002650   .
002660
002670 170-Lock-Check.
002680   MOVE 0 TO LockBusy
002690   MOVE 0 TO LockMaxSec
002700   ACCEPT LockMaxEnv FROM ENVIRONMENT 'LOCK_MAX_SECONDS'
002710   IF LockMaxEnv > 0
002720     MOVE LockMaxEnv TO LockMaxSec
002730   ELSE
002740     MOVE 3600 TO LockMaxSec
002750   END-IF
002760   PERFORM 706-Timestamp
002770   COMPUTE LockStale = CurrentSeconds - LockMaxSec
002780   OPEN INPUT BATCHLOCK
002790   READ BATCHLOCK INTO LockRecord
002800     AT END
002810       CONTINUE
002820     NOT AT END
002830       MOVE LockInfo (1:18) TO LockSeconds
002840       IF LockSeconds >= LockStale
002850         MOVE 1 TO LockBusy
002860       END-IF
002870   END-READ
002880   CLOSE BATCHLOCK
002890   .
002900
002910 180-Lock-Acquire.
002920   PERFORM 706-Timestamp
002930   MOVE SPACES TO LockInfo
002940   MOVE CurrentSeconds TO LockInfo (1:18)
002950   MOVE "TERMMATURITY" TO LockInfo (20:16)
002960   OPEN OUTPUT BATCHLOCK
002970     WRITE LockRecord
002980   CLOSE BATCHLOCK
002990   .
003000
003010 190-Lock-Release.
003020   OPEN OUTPUT BATCHLOCK
003030   CLOSE BATCHLOCK
003040   .
003050
003060 200-Process-Terms.
003070   OPEN INPUT TERMDEPS
003080   OPEN OUTPUT TERMDEPSTMP
003090   PERFORM FOREVER
003100     READ TERMDEPS INTO TermRecord AT END EXIT
003110     PERFORM NOT AT END
003120     MOVE TermInfo TO TermInfoTmp
003130     WRITE TermTmpRecord
003140   END-PERFORM
003150   CLOSE TERMDEPS
003160   CLOSE TERMDEPSTMP
003170
003180   OPEN INPUT TERMDEPSTMP
003190   PERFORM FOREVER
003200     READ TERMDEPSTMP INTO TermTmpRecord AT END EXIT
003210     PERFORM NOT AT END
003220     MOVE TermInfoTmp TO TermWork
003230     ADD 1 TO TermsRead
003240     PERFORM 210-Term-Parse
003250     IF TermStatus = "A" AND TermMaturity <= CurDateYMD
003260       PERFORM 300-Mature-Term
003270     ELSE
003280       IF TermStatus = "W"
003290         PERFORM 400-Break-Term
003300       END-IF
003310     END-IF
003320   END-PERFORM
003330   CLOSE TERMDEPSTMP
003340   .
003350
003360 210-Term-Parse.
003370   MOVE TermWork (1:12) TO TermAcct
003380   MOVE TermWork (14:1) TO TermStatus
003390   MOVE TermWork (16:3) TO TermMonths
003400   MOVE TermWork (20:7) TO TermRateX
003410   MOVE TermWork (28:8) TO TermStart
003420   MOVE TermWork (37:8) TO TermMaturity
003430   MOVE TermMaturity TO TermDue
003440   MOVE TermWork (46:12) TO TermPayout
003450   MOVE TermWork (59:1) TO TermInstr
003460   MOVE TermWork (61:20) TO TermPrincipal
003470   MOVE TermWork (82:20) TO TermPenalty
003480   MOVE TermWork (103:2) TO TermAnchor
003490   .
003500
003510 220-Term-Rate.
003520   MOVE SPACES TO TermRateEnv
003530   EVALUATE TermMonths
003540     WHEN 3
003550       ACCEPT TermRateEnv FROM ENVIRONMENT 'TERM_RATE_03'
003560       MOVE 0.025 TO TermRate
003570     WHEN 6
003580       ACCEPT TermRateEnv FROM ENVIRONMENT 'TERM_RATE_06'
003590       MOVE 0.030 TO TermRate
003600     WHEN 12
003610       ACCEPT TermRateEnv FROM ENVIRONMENT 'TERM_RATE_12'
003620       MOVE 0.035 TO TermRate
003630     WHEN OTHER
003640       ACCEPT TermRateEnv FROM ENVIRONMENT 'TERM_RATE_24'
003650       MOVE 0.040 TO TermRate
003660   END-EVALUATE
003670   IF TermRateEnv > 0
003680     MOVE FUNCTION NUMVAL (TermRateEnv) TO TermRate
003690   END-IF
003700   .
003710
003720 230-Term-Next-Maturity.
003730   MOVE TermStart (1:4) TO CalYYYY
003740   MOVE TermStart (5:2) TO CalMM
003750   COMPUTE CalMM = CalMM + TermMonths
003760   PERFORM UNTIL CalMM <= 12
003770     COMPUTE CalMM = CalMM - 12
003780     COMPUTE CalYYYY = CalYYYY + 1
003790   END-PERFORM
003800   IF TermAnchor < 1 OR TermAnchor > 31
003810     MOVE TermStart (7:2) TO TermAnchor
003820   END-IF
003830   MOVE TermAnchor TO CalAnchor
003840   PERFORM 966-Cal-Month-Run
003850   MOVE CalDate TO TermMaturity
003860   .
003870
003880 240-Term-Store.
003890   MOVE TermStatus TO TermWork (14:1)
003900   MOVE TermRateX TO TermWork (20:7)
003910   MOVE TermStart TO TermWork (28:8)
003920   MOVE TermMaturity TO TermWork (37:8)
003930   MOVE TermPrincipal TO TermWork (61:20)
003940   MOVE TermPenalty TO TermWork (82:20)
003950   MOVE TermAnchor TO TermWork (103:2)
003960   .
003970
003980 260-Term-Save.
003990   PERFORM 240-Term-Store
004000   OPEN INPUT TERMDEPS
004010   OPEN OUTPUT TERMDEPSNEW
004020   PERFORM FOREVER
004030     READ TERMDEPS INTO TermRecord AT END EXIT
004040     PERFORM NOT AT END
004050     IF TermInfo (1:12) = TermWork (1:12)
004060       MOVE TermWork TO TermInfoNew
004070     ELSE
004080       MOVE TermInfo TO TermInfoNew
004090     END-IF
004100     WRITE TermNewRecord
004110   END-PERFORM
004120   CLOSE TERMDEPS
004130   CLOSE TERMDEPSNEW
004140
004150   OPEN OUTPUT TERMDEPS
004160   OPEN INPUT TERMDEPSNEW
004170   PERFORM FOREVER
004180     READ TERMDEPSNEW INTO TermNewRecord AT END EXIT
004190     PERFORM NOT AT END
004200     MOVE TermInfoNew TO TermInfo
004210     WRITE TermRecord
004220   END-PERFORM
004230   CLOSE TERMDEPS
004240   CLOSE TERMDEPSNEW
004250   .
004260
004270 250-Term-Checks.
004280   MOVE 0 TO TermHeld
004290   OPEN INPUT HOLDS
004300   PERFORM FOREVER
004310     READ HOLDS INTO HoldRecord AT END EXIT
004320     PERFORM NOT AT END
004330     IF HoldInfo (10:1) = "A" AND HoldInfo (12:12) = TermAcct
004340       MOVE 1 TO TermHeld
004350     END-IF
004360   END-PERFORM
004370   CLOSE HOLDS
004380   MOVE 0 TO TermPayoutOK
004390   MOVE TermPayout TO Account OF AccountRecord
004400   PERFORM 700-Get-Account
004410   IF AccountFnd = 1 AND AcctStatus NOT = "C" AND
004420     AcctType NOT = "T" AND TermPayout NOT = TermAcct
004430     MOVE 1 TO TermPayoutOK
004440   END-IF
004450   MOVE TermAcct TO Account OF AccountRecord
004460   PERFORM 700-Get-Account
004470   .
004480
004490 300-Mature-Term.
004500   PERFORM 250-Term-Checks
004510   MOVE SPACES TO TermAction
004520   IF AccountFnd = 0 OR AcctStatus = "C"
004530     MOVE "MISSING" TO TermAction
004540   ELSE
004550     IF TermInstr = "P" AND TermPayoutOK = 0
004560       MOVE "NO PAYOUT" TO TermAction
004570     END-IF
004580     IF TermInstr = "P" AND TermPayoutOK = 1 AND TermHeld = 1
004590       MOVE "HELD" TO TermAction
004600     END-IF
004610   END-IF
004620   IF TermAction NOT = SPACES
004630     MOVE 0 TO TermInterest
004640     MOVE 0 TO TermPayAmt
004650     ADD 1 TO TermsDeferred
004660     PERFORM 500-Report-Term
004670     IF TermAction = "NO PAYOUT"
004680       MOVE SPACES TO MsgText
004690       STRING 'TERM DEPOSIT ' TermAcct ' MATURED - PAYOUT '
004700         'ACCOUNT ' TermPayout ' CANNOT RECEIVE IT' INTO MsgText
004710       MOVE TermAcct TO NotifyAccount
004720       PERFORM 750-Notify-Owners
004730     END-IF
004740   ELSE
004750     ADD 1 TO TermsMatured
004760     COMPUTE TermDays = FUNCTION INTEGER-OF-DATE (TermMaturity)
004770       - FUNCTION INTEGER-OF-DATE (TermStart)
004780     MOVE TermPrincipal TO TermBasis
004790     IF Balance < TermBasis
004800       MOVE Balance TO TermBasis
004810     END-IF
004820     COMPUTE TermInterest ROUNDED =
004830       TermBasis * TermRate * TermDays / 365
004840     IF (TermInstr = "P" AND TermPayoutOK = 1) OR
004850       Balance + TermInterest = 0
004860       MOVE "M" TO TermStatus
004870       MOVE "PAID OUT" TO TermAction
004880       ADD 1 TO TermsPaidOut
004890       PERFORM 260-Term-Save
004900       PERFORM 320-Term-Interest
004910       MOVE 'TERM DEPOSIT PAYOUT' TO Memo
004920       PERFORM 330-Term-Payout
004930       PERFORM 500-Report-Term
004940       MOVE TermPayAmt TO TermAmtDisp
004950       MOVE SPACES TO MsgText
004960       STRING 'TERM DEPOSIT ' TermAcct ' MATURED - '
004970         TermAmtDisp ' PAID TO ' TermPayout INTO MsgText
004980     ELSE
004990       PERFORM 310-Term-Rollover
005000       MOVE TermPrincipal TO TermAmtDisp
005010       MOVE SPACES TO MsgText
005020       STRING 'TERM DEPOSIT ' TermAcct ' ROLLED OVER - '
005030         TermAmtDisp ' TO ' TermMaturity INTO MsgText
005040     END-IF
005050     MOVE TermAcct TO NotifyAccount
005060     PERFORM 750-Notify-Owners
005070   END-IF
005080   .
005090
005100 310-Term-Rollover.
005110   IF TermPayoutOK = 1 AND TermHeld = 0 AND TermInterest > 0
005120     MOVE TermInterest TO TermPayAmt
005130   ELSE
005140     MOVE 0 TO TermPayAmt
005150   END-IF
005160   COMPUTE TermPrincipal = Balance + TermInterest - TermPayAmt
005170   MOVE TermMaturity TO TermStart
005180   PERFORM 220-Term-Rate
005190   PERFORM 230-Term-Next-Maturity
005200   MOVE "ROLLED" TO TermAction
005210   ADD 1 TO TermsRolled
005220   PERFORM 260-Term-Save
005230   PERFORM 320-Term-Interest
005240   IF TermPayAmt > 0
005250     MOVE TermAcct TO Account OF AccountRecord
005260     PERFORM 700-Get-Account
005270     SUBTRACT TermPayAmt FROM Balance
005280     PERFORM 705-Rewrite-Account
005290     MOVE TermPayout TO Account OF AccountRecord
005300     PERFORM 700-Get-Account
005310     ADD TermPayAmt TO Balance
005320     PERFORM 705-Rewrite-Account
005330     MOVE TermAcct TO AccountSrc
005340     MOVE TermPayout TO AccountDst
005350     MOVE TermPayAmt TO Credit
005360     MOVE 'TERM DEPOSIT INTEREST PAYOUT' TO Memo
005370     MOVE 'Confirmed' TO LedgerOutcome
005380     PERFORM 720-Ledger-Append
005390     ADD TermPayAmt TO PaidOutTotal
005400   END-IF
005410   PERFORM 500-Report-Term
005420   .
005430
005440 320-Term-Interest.
005450   IF TermInterest > 0
005460     MOVE TermAcct TO Account OF AccountRecord
005470     PERFORM 700-Get-Account
005480     ADD TermInterest TO Balance
005490     PERFORM 705-Rewrite-Account
005500     MOVE 0 TO AccountSrc
005510     MOVE TermAcct TO AccountDst
005520     MOVE TermInterest TO Credit
005530     MOVE 'TERM DEPOSIT INTEREST' TO Memo
005540     MOVE 'Interest' TO LedgerOutcome
005550     PERFORM 720-Ledger-Append
005560     ADD TermInterest TO InterestTotal
005570   END-IF
005580   .
005590
005600 330-Term-Payout.
005610   MOVE TermAcct TO Account OF AccountRecord
005620   PERFORM 700-Get-Account
005630   MOVE Balance TO TermPayAmt
005640   SUBTRACT TermPayAmt FROM Balance
005650   MOVE "C" TO AcctStatus
005660   PERFORM 705-Rewrite-Account
005670   IF TermPayAmt > 0
005680     MOVE TermPayout TO Account OF AccountRecord
005690     PERFORM 700-Get-Account
005700     ADD TermPayAmt TO Balance
005710     PERFORM 705-Rewrite-Account
005720     MOVE TermAcct TO AccountSrc
005730     MOVE TermPayout TO AccountDst
005740     MOVE TermPayAmt TO Credit
005750     MOVE 'Confirmed' TO LedgerOutcome
005760     PERFORM 720-Ledger-Append
005770     ADD TermPayAmt TO PaidOutTotal
005780   END-IF
005790   .
005800
005810 400-Break-Term.
005820   PERFORM 250-Term-Checks
005830   MOVE 0 TO TermInterest
005840   MOVE 0 TO TermPayAmt
005850   IF AccountFnd = 0 OR AcctStatus = "C"
005860     MOVE "MISSING" TO TermAction
005870     ADD 1 TO TermsDeferred
005880     PERFORM 500-Report-Term
005890   ELSE
005900     IF TermHeld = 1 OR TermPayoutOK = 0
005910       IF TermHeld = 1
005920         MOVE "HELD" TO TermAction
005930       ELSE
005940         MOVE "NO PAYOUT" TO TermAction
005950       END-IF
005960       ADD 1 TO TermsDeferred
005970       PERFORM 500-Report-Term
005980     ELSE
005990       MOVE TermPenalty TO TermFee
006000       IF Balance < TermFee
006010         MOVE Balance TO TermFee
006020       END-IF
006030       MOVE TermFee TO TermPenalty
006040       MOVE TermFee TO TermInterest
006050       MOVE "B" TO TermStatus
006060       MOVE "BROKEN" TO TermAction
006070       ADD 1 TO TermsBroken
006080       PERFORM 260-Term-Save
006090       IF TermFee > 0
006100         SUBTRACT TermFee FROM Balance
006110         PERFORM 705-Rewrite-Account
006120         MOVE TermAcct TO AccountSrc
006130         MOVE 0 TO AccountDst
006140         MOVE TermFee TO Credit
006150         MOVE 'TERM DEPOSIT EARLY WITHDRAWAL PENALTY' TO Memo
006160         MOVE 'Fee' TO LedgerOutcome
006170         PERFORM 720-Ledger-Append
006180         ADD TermFee TO PenaltyTotal
006190       END-IF
006200       MOVE 'TERM DEPOSIT EARLY WITHDRAWAL' TO Memo
006210       PERFORM 330-Term-Payout
006220       PERFORM 500-Report-Term
006230       MOVE TermPayAmt TO TermAmtDisp
006240       MOVE SPACES TO MsgText
006250       STRING 'TERM DEPOSIT ' TermAcct ' CLOSED EARLY - '
006260         TermAmtDisp ' PAID TO ' TermPayout INTO MsgText
006270       MOVE TermAcct TO NotifyAccount
006280       PERFORM 750-Notify-Owners
006290     END-IF
006300   END-IF
006310   .
006320
006330 500-Report-Term.
006340   MOVE SPACES TO ReportLine
006350   STRING TermAcct ' ' TermAction ' ' TermDue ' '
006360     TermInterest ' ' TermPayAmt ' ' TermPayout ' '
006370     TermMaturity INTO ReportLine
006380   WRITE ReportLine
006390   .
006400
006410 600-Maturity-Ladder.
006420   MOVE SPACES TO LadderFileName
006430   STRING '/var/banking/term-ladder-' CurDateYMD '.txt'
006440     INTO LadderFileName
006450   OPEN INPUT TERMDEPS
006460   PERFORM FOREVER
006470     READ TERMDEPS INTO TermWork AT END EXIT
006480     PERFORM NOT AT END
006490     PERFORM 210-Term-Parse
006500     IF TermStatus = "A" OR TermStatus = "W"
006510       IF TermMaturity <= CurDateYMD
006520         MOVE 1 TO LadderInd
006530       ELSE
006540         COMPUTE LadderInd =
006550           (FUNCTION INTEGER-OF-DATE (TermMaturity) - TodayInt)
006560           / 7 + 1
006570         IF LadderInd > 105
006580           MOVE 105 TO LadderInd
006590         END-IF
006600       END-IF
006610       ADD 1 TO LadderCount (LadderInd)
006620       ADD TermPrincipal TO LadderAmount (LadderInd)
006630     END-IF
006640   END-PERFORM
006650   CLOSE TERMDEPS
006660
006670   OPEN OUTPUT LADDERRPT
006680   MOVE 'TERM DEPOSIT MATURITY LADDER' TO LadderLine
006690   WRITE LadderLine
006700   MOVE SPACES TO LadderLine
006710   STRING 'DATE              ' CurDateYMD INTO LadderLine
006720   WRITE LadderLine
006730   MOVE SPACES TO LadderLine
006740   MOVE 'WEEK STARTING DEPOSITS AMOUNT CUMULATIVE' TO LadderLine
006750   WRITE LadderLine
006760   MOVE 0 TO LadderCum
006770   MOVE 0 TO LadderTotal
006780   MOVE 1 TO LadderInd
006790   PERFORM UNTIL LadderInd > 105
006800     IF LadderCount (LadderInd) > 0
006810       ADD LadderCount (LadderInd) TO LadderTotal
006820       ADD LadderAmount (LadderInd) TO LadderCum
006830       MOVE LadderCount (LadderInd) TO EditCount
006840       MOVE SPACES TO LadderLine
006850       IF LadderInd = 105
006860         STRING 'LATER   ' ' ' EditCount ' '
006870           LadderAmount (LadderInd) ' ' LadderCum INTO LadderLine
006880       ELSE
006890         MOVE FUNCTION DATE-OF-INTEGER
006900           (TodayInt + (LadderInd - 1) * 7) TO LadderStart
006910         STRING LadderStart ' ' EditCount ' '
006920           LadderAmount (LadderInd) ' ' LadderCum INTO LadderLine
006930       END-IF
006940       WRITE LadderLine
006950     END-IF
006960     ADD 1 TO LadderInd
006970   END-PERFORM
006980   MOVE SPACES TO LadderLine
006990   STRING 'DEPOSITS          ' LadderTotal INTO LadderLine
007000   WRITE LadderLine
007010   MOVE SPACES TO LadderLine
007020   STRING 'TOTAL AMOUNT      ' LadderCum INTO LadderLine
007030   WRITE LadderLine
007040   CLOSE LADDERRPT
007050   .
007060
007070 700-Get-Account.
007080   MOVE 0 TO AccountFnd
007090   OPEN INPUT ACCOUNTS
007100     READ ACCOUNTS INTO AccountRecord KEY IS Account OF
007110     AccountRecord
007120     IF FileErrorAccounts = "00"
007130       MOVE 1 TO AccountFnd
007140     END-IF
007150   CLOSE ACCOUNTS
007160   .
007170
007180 705-Rewrite-Account.
007190   OPEN I-O ACCOUNTS
007200     REWRITE AccountRecord
007210     IF FileErrorAccounts NOT = "00"
007220       MOVE 1 TO RunFailed
007230       MOVE SPACES TO ReportLine
007240       STRING Account OF AccountRecord ' REWRITE FAILED '
007250         FileErrorAccounts INTO ReportLine
007260       WRITE ReportLine
007270     END-IF
007280   CLOSE ACCOUNTS
007290   .
007300
007310 706-Timestamp.
007320   MOVE FUNCTION CURRENT-DATE TO CurDateTime
007330   MOVE CurDateTime (1:8) TO CurDateYMD
007340   MOVE CurDateTime (9:2) TO CurTimeHH
007350   MOVE CurDateTime (11:2) TO CurTimeMM
007360   MOVE CurDateTime (13:2) TO CurTimeSS
007370   COMPUTE CurrentSeconds = FUNCTION INTEGER-OF-DATE (CurDateYMD)
007380   * 86400 + CurTimeHH * 3600 + CurTimeMM * 60 + CurTimeSS
007390   .
007400
007410 720-Ledger-Append.
007420   MOVE SPACES TO LedgerInfo
007430   MOVE AccountSrc TO LedgerInfo (1:12)
007440   MOVE AccountDst TO LedgerInfo (14:12)
007450   MOVE Credit TO LedgerInfo (27:20)
007460   MOVE Memo TO LedgerInfo (48:64)
007470   MOVE LedgerOutcome TO LedgerInfo (112:9)
007480   PERFORM 706-Timestamp
007490   MOVE CurrentSeconds TO LedgerInfo (121:18)
007500   OPEN EXTEND LEDGER
007510     WRITE LedgerRecord
007520   CLOSE LEDGER
007530   .
007540
007550 745-Msg-Append.
007560   PERFORM 706-Timestamp
007570   MOVE SPACES TO MsgInfo
007580   MOVE "N" TO MsgInfo (1:1)
007590   MOVE MsgUser TO MsgInfo (3:32)
007600   MOVE MsgText TO MsgInfo (36:96)
007610   MOVE CurrentSeconds TO MsgInfo (133:18)
007620   OPEN EXTEND MESSAGES
007630     WRITE MessageRecord
007640   CLOSE MESSAGES
007650   .
007660
007670 750-Notify-Owners.
007680   MOVE 1 TO OwnerDirDone
007690   MOVE LOW-VALUES TO Username
007700   OPEN INPUT USERS
007710   START USERS KEY IS GREATER THAN Username
007720     INVALID KEY MOVE 0 TO OwnerDirDone
007730   END-START
007740   IF OwnerDirDone = 1
007750     PERFORM FOREVER
007760       READ USERS NEXT INTO UserRecord AT END EXIT
007770       PERFORM NOT AT END
007780       MOVE 0 TO OwnerHas
007790       MOVE 1 TO AccountInd
007800       PERFORM UNTIL AccountInd > AccountCount
007810         IF Account IN AccountList (AccountInd) = NotifyAccount
007820           MOVE 1 TO OwnerHas
007830         END-IF
007840         COMPUTE AccountInd = AccountInd + 1
007850       END-PERFORM
007860       IF OwnerHas = 1
007870         MOVE Username TO MsgUser
007880         PERFORM 745-Msg-Append
007890       END-IF
007900     END-PERFORM
007910   END-IF
007920   CLOSE USERS
007930   .
007940
007950 800-Write-Trailer.
007960   MOVE SPACES TO ReportLine
007970   STRING 'DEPOSITS READ     ' TermsRead INTO ReportLine
007980   WRITE ReportLine
007990   MOVE SPACES TO ReportLine
008000   STRING 'MATURED           ' TermsMatured INTO ReportLine
008010   WRITE ReportLine
008020   MOVE SPACES TO ReportLine
008030   STRING 'ROLLED OVER       ' TermsRolled INTO ReportLine
008040   WRITE ReportLine
008050   MOVE SPACES TO ReportLine
008060   STRING 'PAID OUT          ' TermsPaidOut INTO ReportLine
008070   WRITE ReportLine
008080   MOVE SPACES TO ReportLine
008090   STRING 'BROKEN EARLY      ' TermsBroken INTO ReportLine
008100   WRITE ReportLine
008110   MOVE SPACES TO ReportLine
008120   STRING 'DEFERRED          ' TermsDeferred INTO ReportLine
008130   WRITE ReportLine
008140   MOVE SPACES TO ReportLine
008150   STRING 'INTEREST PAID     ' InterestTotal INTO ReportLine
008160   WRITE ReportLine
008170   MOVE SPACES TO ReportLine
008180   STRING 'PENALTIES         ' PenaltyTotal INTO ReportLine
008190   WRITE ReportLine
008200   MOVE SPACES TO ReportLine
008210   STRING 'AMOUNT PAID OUT   ' PaidOutTotal INTO ReportLine
008220   WRITE ReportLine
008230   MOVE SPACES TO ReportLine
008240   IF RunFailed = 1
008250     MOVE 'STATUS FAILED' TO ReportLine
008260   ELSE
008270     MOVE 'STATUS OK' TO ReportLine
008280   END-IF
008290   WRITE ReportLine
008300   CLOSE TERMRPT
008310   .
008320
008330 900-Finish.
008340   DISPLAY 'Term deposits read: '
008350   DISPLAY TermsRead
008360   DISPLAY 'Term deposits matured: '
008370   DISPLAY TermsMatured
008380   DISPLAY 'Term deposits broken early: '
008390   DISPLAY TermsBroken
008400   DISPLAY 'Term deposits deferred: '
008410   DISPLAY TermsDeferred
008420   IF RunFailed = 1
008430     DISPLAY 'Account update failed - see the maturity report.'
008440     MOVE 8 TO RETURN-CODE
008450   END-IF
008460   .
008470
008480 COPY BUSDAY.
