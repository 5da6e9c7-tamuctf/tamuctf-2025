000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DormantAccounts.
000030
000040 ENVIRONMENT DIVISION.
000050
000060 INPUT-OUTPUT SECTION.
000070
000100 FILE-CONTROL.
000110   SELECT OPTIONAL ACCOUNTS
000120   ASSIGN TO '/var/banking/accounts.dat'
000130   FILE STATUS IS FileErrorAccounts
000140   LOCK MODE IS AUTOMATIC
000150   ORGANIZATION IS INDEXED
000160   ACCESS IS DYNAMIC
000170   RECORD KEY Account OF AccountRecord.
000180
000190   SELECT OPTIONAL LEDGER
000200   ASSIGN TO '/var/banking/ledger.dat'
000210   LOCK MODE IS AUTOMATIC
000220   ORGANIZATION IS LINE SEQUENTIAL
000230   ACCESS SEQUENTIAL.
000240
000250   SELECT OPTIONAL LEDGERARC
000260   ASSIGN TO ArcFileName
000270   LOCK MODE IS AUTOMATIC
000280   ORGANIZATION IS LINE SEQUENTIAL
000290   ACCESS SEQUENTIAL.
000300
000310   SELECT OPTIONAL BATCHLOCK
000320   ASSIGN TO '/var/banking/batch_lock.dat'
000330   LOCK MODE IS AUTOMATIC
000340   ORGANIZATION IS LINE SEQUENTIAL
000350   ACCESS SEQUENTIAL.
000360
000370   SELECT OPTIONAL USERS
000380   ASSIGN TO '/var/banking/users.dat'
000390   FILE STATUS IS FileErrorUsers
000400   LOCK MODE IS AUTOMATIC
000410   ORGANIZATION INDEXED
000420   ACCESS MODE DYNAMIC
000430   RECORD IS Username IN UserRecord
000440   ALTERNATE RECORD IS Cookie IN UserRecord.
000450
000460   SELECT OPTIONAL MESSAGES
000470   ASSIGN TO '/var/banking/messages.dat'
000480   LOCK MODE IS AUTOMATIC
000490   ORGANIZATION IS LINE SEQUENTIAL
000500   ACCESS SEQUENTIAL.
000510
000520   SELECT OPTIONAL DORMRPT
000530   ASSIGN TO RptFileName
000540   LOCK MODE IS AUTOMATIC
000550   ORGANIZATION IS LINE SEQUENTIAL
000560   ACCESS SEQUENTIAL.
000570
000580   SELECT OPTIONAL UNCLRPT
000590   ASSIGN TO UnclFileName
000600   LOCK MODE IS AUTOMATIC
000610   ORGANIZATION IS LINE SEQUENTIAL
000620   ACCESS SEQUENTIAL.
000630
000640 DATA DIVISION.
000650
000660 FILE SECTION.
000670
000680 FD ACCOUNTS.
000690   COPY ACCTREC.
000700
000710 FD LEDGER.
000720 01 LedgerRecord.
000730   05 LedgerInfo PIC X(150).
000740
000750 FD LEDGERARC.
000760 01 ArcRecord.
000770   05 ArcInfo PIC X(150).
000780
000790 FD BATCHLOCK.
000800 01 LockRecord.
000810   05 LockInfo PIC X(40).
000820
000830 FD USERS.
000840 01 UserRecord.
000850   05 Username PIC X(32).
000860   05 UserPassword PICTURE X(32).
000870   05 Cookie   PICTURE 9(32).
000880   05 IsAdmin  PIC 9(1).
000890   05 AccountList.
000900     10 AccountCount PIC 9(1) VALUE 0.
000910     10 Account OCCURS 8 TIMES PIC 9(12).
000920   05 LastActivity   PIC 9(18) VALUE 0.
000930   05 FailedAttempts PIC 9(2) VALUE 0.
000940   05 LockUntil      PIC 9(18) VALUE 0.
000950
000960 FD MESSAGES.
000970 01 MessageRecord.
000980   05 MsgInfo PIC X(150).
000990
001000 FD DORMRPT.
001010 01 ReportLine PIC X(132).
001020
001030 FD UNCLRPT.
001040 01 UnclLine PIC X(132).
001050
001060 WORKING-STORAGE SECTION.
001070
001080 01 FileErrorAccounts PIC XX.
001090 01 FileErrorUsers    PIC XX.
001100
001110 01 CurDateTime   PIC X(21).
001120 01 CurDateYMD    PIC 9(8) VALUE 0.
001130 01 CurTimeHH     PIC 9(2) VALUE 0.
001140 01 CurTimeMM     PIC 9(2) VALUE 0.
001150 01 CurTimeSS     PIC 9(2) VALUE 0.
001160 01 CurrentSeconds PIC 9(18) VALUE 0.
001170 01 CurYear       PIC 9(4) VALUE 0.
001180 01 CurMonth      PIC 9(2) VALUE 0.
001190 01 CurDay        PIC 9(2) VALUE 0.
001200 01 CurMonthNo    PIC 9(6) VALUE 0.
001210
001220 01 ArcFileName   PIC X(64).
001230 01 RptFileName   PIC X(64).
001240 01 UnclFileName  PIC X(64).
001250
001260 01 DormMonths    PIC 9(4) VALUE 0.
001270 01 DormMonthsEnv PIC X(8).
001280 01 HistMonths    PIC 9(4) VALUE 0.
001290 01 HistMonthsEnv PIC X(8).
001300 01 UnclMonths    PIC 9(4) VALUE 0.
001310 01 UnclMonthsEnv PIC X(8).
001320 01 DormCutoff    PIC 9(8) VALUE 0.
001330 01 UnclCutoff    PIC 9(8) VALUE 0.
001340 01 CutMonthNo    PIC 9(6) VALUE 0.
001350 01 CutYMD        PIC 9(8) VALUE 0.
001360 01 ScanMonthNo   PIC 9(6) VALUE 0.
001370 01 ScanYM        PIC 9(6) VALUE 0.
001380
001390 01 EntrySrc       PIC 9(12) VALUE 0.
001400 01 EntryOutcome   PIC X(9).
001410 01 EntryTimestamp PIC 9(18) VALUE 0.
001420 01 EntryDays      PIC 9(9) VALUE 0.
001430 01 EntryYMD       PIC 9(8) VALUE 0.
001440
001450 01 ActTable.
001460   05 ActEntry OCCURS 5000 TIMES.
001470     10 ActAcct PIC 9(12).
001480     10 ActLast PIC 9(8).
001490 01 ActCount      USAGE BINARY-LONG VALUE 0.
001500 01 ActMax        USAGE BINARY-LONG VALUE 5000.
001510 01 ActInd        USAGE BINARY-LONG VALUE 0.
001520 01 ActFnd        PIC 9(1) VALUE 0.
001530 01 ActOverflow   PIC 9(1) VALUE 0.
001540
001550 01 AcctChanged   PIC 9(1) VALUE 0.
001560 01 EditAmount    PIC -(18)9.99.
001580
001590 01 LockBusy      PIC 9(1) VALUE 0.
001600 01 LockMaxSec    PIC 9(8) VALUE 0.
001610 01 LockMaxEnv    PIC X(8).
001620 01 LockSeconds   PIC 9(18) VALUE 0.
001630 01 LockStale     PIC 9(18) VALUE 0.
001640
001650 01 MsgUser        PIC X(32).
001660 01 MsgText        PIC X(96).
001670 01 NotifyAccount  PIC 9(12) VALUE 0.
001680 01 NotifyMode     PIC 9(1) VALUE 0.
001690 01 OwnerHas       PIC 9(1) VALUE 0.
001700 01 OwnerDirDone   USAGE BINARY-LONG VALUE 0.
001710 01 AccountInd     PIC 9(1) VALUE 0.
001720
001730 01 EntriesRead     PIC 9(9) VALUE 0.
001740 01 AccountsRead    PIC 9(9) VALUE 0.
001750 01 AccountsMarked  PIC 9(9) VALUE 0.
001760 01 AccountsDormant PIC 9(9) VALUE 0.
001770 01 UnclaimedCount  PIC 9(9) VALUE 0.
001780 01 UnclaimedAmount PIC S9(18)V99 VALUE 0.
001790 01 RunFailed       PIC 9(1) VALUE 0.
001800
001810 PROCEDURE DIVISION.
001820
001830 000-Main.
001840   PERFORM 100-Initialize
001850   PERFORM 170-Lock-Check
001860   IF LockBusy = 1
001870     DISPLAY 'Posting run lock is held - another run is active.'
001880     DISPLAY 'Refusing to start. Retry when it completes.'
001890     MOVE 8 TO RETURN-CODE
001900     STOP RUN
001910   END-IF
001920   PERFORM 180-Lock-Acquire
001930   PERFORM 200-Load-Accounts
001940   IF ActOverflow = 1
001950     PERFORM 190-Lock-Release
001960     DISPLAY 'Too many accounts for the activity table.'
001970     DISPLAY 'No accounts were changed.'
001980     MOVE 8 TO RETURN-CODE
001990     STOP RUN
002000   END-IF
002010   PERFORM 300-Scan-Activity
002020   PERFORM 400-Mark-Dormant
002030   PERFORM 500-Unclaimed-Report
002040   PERFORM 190-Lock-Release
002050   PERFORM 800-Write-Trailer
002060   PERFORM 900-Finish
002070   STOP RUN
002080   .
002090
002100 100-Initialize.
002110   PERFORM 706-Timestamp
002120   MOVE CurDateYMD (1:4) TO CurYear
002130   MOVE CurDateYMD (5:2) TO CurMonth
002140   MOVE CurDateYMD (7:2) TO CurDay
002150   COMPUTE CurMonthNo = CurYear * 12 + CurMonth - 1
002160
002170   ACCEPT DormMonthsEnv FROM ENVIRONMENT 'DORMANT_MONTHS'
002180   IF DormMonthsEnv > 0
002190     MOVE DormMonthsEnv TO DormMonths
002200   ELSE
002210     MOVE 24 TO DormMonths
002220   END-IF
002230   ACCEPT UnclMonthsEnv FROM ENVIRONMENT 'UNCLAIMED_MONTHS'
002240   IF UnclMonthsEnv > 0
002250     MOVE UnclMonthsEnv TO UnclMonths
002260   ELSE
002270     MOVE 60 TO UnclMonths
002280   END-IF
002290   ACCEPT HistMonthsEnv FROM ENVIRONMENT 'DORMANT_HISTORY_MONTHS'
002300   IF HistMonthsEnv > 0
002310     MOVE HistMonthsEnv TO HistMonths
002320   ELSE
002330     MOVE 120 TO HistMonths
002340   END-IF
002350   IF HistMonths < DormMonths
002360     MOVE DormMonths TO HistMonths
002370   END-IF
002380
002390   COMPUTE CutMonthNo = CurMonthNo - DormMonths
002400   PERFORM 110-Cutoff-Date
002410   MOVE CutYMD TO DormCutoff
002420   COMPUTE CutMonthNo = CurMonthNo - UnclMonths
002430   PERFORM 110-Cutoff-Date
002440   MOVE CutYMD TO UnclCutoff
002450
002460   MOVE SPACES TO RptFileName
002470   STRING '/var/banking/dormant-' CurDateYMD '.txt'
002480     INTO RptFileName
002490   MOVE SPACES TO UnclFileName
002500   STRING '/var/banking/unclaimed-' CurDateYMD '.txt'
002510     INTO UnclFileName
002520   OPEN OUTPUT DORMRPT
002530   MOVE 'DORMANT ACCOUNT REPORT' TO ReportLine
002540   WRITE ReportLine
002550   MOVE SPACES TO ReportLine
002560   STRING 'DATE              ' CurDateYMD INTO ReportLine
002570   WRITE ReportLine
002580   MOVE SPACES TO ReportLine
002590   STRING 'NO ACTIVITY SINCE ' DormCutoff INTO ReportLine
002600   WRITE ReportLine
002610   MOVE SPACES TO ReportLine
002620   MOVE 'ACCOUNT TYPE BALANCE LAST ACTIVITY' TO ReportLine
002630   WRITE ReportLine
002640   .
002650
002660 110-Cutoff-Date.
002670   COMPUTE CutYMD = (CutMonthNo / 12) * 10000
002680     + (FUNCTION MOD (CutMonthNo, 12) + 1) * 100 + CurDay
002690   .
002700
002710 170-Lock-Check.
002720   MOVE 0 TO LockBusy
002730   MOVE 0 TO LockMaxSec
002740   ACCEPT LockMaxEnv FROM ENVIRONMENT 'LOCK_MAX_SECONDS'
002750   IF LockMaxEnv > 0
002760     MOVE LockMaxEnv TO LockMaxSec
002770   ELSE
002780     MOVE 3600 TO LockMaxSec
002790   END-IF
002800   PERFORM 706-Timestamp
002810   COMPUTE LockStale = CurrentSeconds - LockMaxSec
002820   OPEN INPUT BATCHLOCK
002830   READ BATCHLOCK INTO LockRecord
002840     AT END
002850       CONTINUE
002860     NOT AT END
002870       MOVE LockInfo (1:18) TO LockSeconds
002880       IF LockSeconds >= LockStale
002890         MOVE 1 TO LockBusy
002900       END-IF
002910   END-READ
002920   CLOSE BATCHLOCK
002930   .
002940
002950 180-Lock-Acquire.
002960   PERFORM 706-Timestamp
002970   MOVE SPACES TO LockInfo
002980   MOVE CurrentSeconds TO LockInfo (1:18)
002990   MOVE "DORMANCY" TO LockInfo (20:16)
003000   OPEN OUTPUT BATCHLOCK
003010     WRITE LockRecord
003020   CLOSE BATCHLOCK
003030   .
003040
003050 190-Lock-Release.
003060   OPEN OUTPUT BATCHLOCK
003070   CLOSE BATCHLOCK
003080   .
003090
003100 200-Load-Accounts.
003110   MOVE 0 TO ActCount
003120   OPEN INPUT ACCOUNTS
003130   PERFORM FOREVER
003140     READ ACCOUNTS NEXT INTO AccountRecord AT END EXIT
003150     PERFORM NOT AT END
003160     IF AcctStatus = "O"
003170       IF ActCount < ActMax
003180         ADD 1 TO ActCount
003190         MOVE Account OF AccountRecord TO ActAcct (ActCount)
003200         MOVE AcctLastActivity TO ActLast (ActCount)
003210       ELSE
003220         MOVE 1 TO ActOverflow
003230       END-IF
003240     END-IF
003250   END-PERFORM
003260   CLOSE ACCOUNTS
003270   .
003280
003290 300-Scan-Activity.
003300   COMPUTE ScanMonthNo = CurMonthNo - HistMonths
003310   PERFORM UNTIL ScanMonthNo > CurMonthNo
003320     COMPUTE ScanYM = (ScanMonthNo / 12) * 100
003330       + FUNCTION MOD (ScanMonthNo, 12) + 1
003340     MOVE SPACES TO ArcFileName
003350     STRING '/var/banking/ledger-' ScanYM '.dat'
003360       INTO ArcFileName
003370     OPEN INPUT LEDGERARC
003380     PERFORM FOREVER
003390       READ LEDGERARC INTO ArcRecord AT END EXIT
003400       PERFORM NOT AT END
003410       MOVE ArcInfo TO LedgerInfo
003420       PERFORM 310-Check-Entry
003430     END-PERFORM
003440     CLOSE LEDGERARC
003450     COMPUTE ScanMonthNo = ScanMonthNo + 1
003460   END-PERFORM
003470
003480   OPEN INPUT LEDGER
003490   PERFORM FOREVER
003500     READ LEDGER INTO LedgerRecord AT END EXIT
003510     PERFORM NOT AT END
003520     PERFORM 310-Check-Entry
003530   END-PERFORM
003540   CLOSE LEDGER
003550   .
003560
003570 310-Check-Entry.
003580   ADD 1 TO EntriesRead
003590   MOVE LedgerInfo (1:12) TO EntrySrc
003600   MOVE LedgerInfo (112:9) TO EntryOutcome
003610   IF EntrySrc NOT = 0 AND EntryOutcome NOT = "Interest"
003620     AND EntryOutcome NOT = "Fee"
003630     MOVE LedgerInfo (121:18) TO EntryTimestamp
003640     COMPUTE EntryDays = EntryTimestamp / 86400
003650     MOVE FUNCTION DATE-OF-INTEGER (EntryDays) TO EntryYMD
003660     MOVE 0 TO ActFnd
003670     MOVE 1 TO ActInd
003680     PERFORM UNTIL ActInd > ActCount OR ActFnd = 1
003690       IF ActAcct (ActInd) = EntrySrc
003700         MOVE 1 TO ActFnd
003710         IF EntryYMD > ActLast (ActInd)
003720           MOVE EntryYMD TO ActLast (ActInd)
003730         END-IF
003740       END-IF
003750       COMPUTE ActInd = ActInd + 1
003760     END-PERFORM
003770   END-IF
003780   .
003790
003800 400-Mark-Dormant.
003810   OPEN I-O ACCOUNTS
003820   PERFORM FOREVER
003830     READ ACCOUNTS NEXT INTO AccountRecord AT END EXIT
003840     PERFORM NOT AT END
003850     ADD 1 TO AccountsRead
003860     IF AcctStatus = "O" AND AcctType NOT = "T"
003870       MOVE 0 TO AcctChanged
003880       MOVE 0 TO ActFnd
003890       MOVE 1 TO ActInd
003900       PERFORM UNTIL ActInd > ActCount OR ActFnd = 1
003910         IF ActAcct (ActInd) = Account OF AccountRecord
003920           MOVE 1 TO ActFnd
003930         ELSE
003940           COMPUTE ActInd = ActInd + 1
003950         END-IF
003960       END-PERFORM
003970       IF ActFnd = 1 AND ActLast (ActInd) > AcctLastActivity
003980         MOVE ActLast (ActInd) TO AcctLastActivity
003990         MOVE 1 TO AcctChanged
004000       END-IF
004010       IF AcctLastActivity = 0
004020         MOVE CurDateYMD TO AcctLastActivity
004030         MOVE 1 TO AcctChanged
004040       END-IF
004050       IF AcctLastActivity < DormCutoff
004060         MOVE "D" TO AcctStatus
004070         MOVE CurDateYMD TO DormantDate
004080         MOVE 1 TO AcctChanged
004090         ADD 1 TO AccountsMarked
004100         MOVE Balance TO EditAmount
004110         MOVE SPACES TO ReportLine
004120         STRING Account OF AccountRecord ' ' AcctType ' '
004130           EditAmount ' ' AcctLastActivity INTO ReportLine
004140         WRITE ReportLine
004150       END-IF
004160       IF AcctChanged = 1
004170         REWRITE AccountRecord
004180         IF FileErrorAccounts NOT = "00"
004190           MOVE 1 TO RunFailed
004200         END-IF
004210       END-IF
004220       IF AcctStatus = "D"
004230         MOVE Account OF AccountRecord TO NotifyAccount
004240         MOVE SPACES TO MsgText
004250         STRING 'ACCOUNT ' NotifyAccount ' IS NOW DORMANT - '
004260           'CONTACT THE BANK TO REACTIVATE IT' INTO MsgText
004270         MOVE 0 TO NotifyMode
004280         PERFORM 750-Notify-Owners
004290       END-IF
004300     END-IF
004310   END-PERFORM
004320   CLOSE ACCOUNTS
004330   .
004340
004350 500-Unclaimed-Report.
004360   OPEN OUTPUT UNCLRPT
004370   MOVE 'UNCLAIMED PROPERTY REPORT - DORMANT BALANCES'
004380     TO UnclLine
004390   WRITE UnclLine
004400   MOVE SPACES TO UnclLine
004410   STRING 'DATE              ' CurDateYMD INTO UnclLine
004420   WRITE UnclLine
004430   MOVE SPACES TO UnclLine
004440   STRING 'NO ACTIVITY SINCE ' UnclCutoff INTO UnclLine
004450   WRITE UnclLine
004460   MOVE SPACES TO UnclLine
004470   MOVE 'ACCOUNT TYPE BALANCE LAST ACTIVITY DORMANT SINCE'
004480     TO UnclLine
004490   WRITE UnclLine
004500   OPEN INPUT ACCOUNTS
004510   PERFORM FOREVER
004520     READ ACCOUNTS NEXT INTO AccountRecord AT END EXIT
004530     PERFORM NOT AT END
004540     IF AcctStatus = "D"
004550       ADD 1 TO AccountsDormant
004560       IF AcctLastActivity < UnclCutoff AND Balance > 0
004570         ADD 1 TO UnclaimedCount
004580         ADD Balance TO UnclaimedAmount
004590         MOVE Balance TO EditAmount
004600         MOVE SPACES TO UnclLine
004610         STRING Account OF AccountRecord ' ' AcctType ' '
004620           EditAmount ' ' AcctLastActivity ' ' DormantDate
004630           INTO UnclLine
004640         WRITE UnclLine
004650         MOVE Account OF AccountRecord TO NotifyAccount
004660         MOVE 1 TO NotifyMode
004670         PERFORM 750-Notify-Owners
004680       END-IF
004690     END-IF
004700   END-PERFORM
004710   CLOSE ACCOUNTS
004720   MOVE SPACES TO UnclLine
004730   STRING 'ACCOUNTS LISTED   ' UnclaimedCount INTO UnclLine
004740   WRITE UnclLine
004750   MOVE UnclaimedAmount TO EditAmount
004760   MOVE SPACES TO UnclLine
004770   STRING 'TOTAL BALANCE     ' EditAmount INTO UnclLine
004780   WRITE UnclLine
004790   CLOSE UNCLRPT
004800   .
004810
004820 706-Timestamp.
004830   MOVE FUNCTION CURRENT-DATE TO CurDateTime
004840   MOVE CurDateTime (1:8) TO CurDateYMD
004850   MOVE CurDateTime (9:2) TO CurTimeHH
004860   MOVE CurDateTime (11:2) TO CurTimeMM
004870   MOVE CurDateTime (13:2) TO CurTimeSS
004880   COMPUTE CurrentSeconds = FUNCTION INTEGER-OF-DATE (CurDateYMD)
004890   * 86400 + CurTimeHH * 3600 + CurTimeMM * 60 + CurTimeSS
004900   .
004910
004920 745-Msg-Append.
004930   PERFORM 706-Timestamp
004940   MOVE SPACES TO MsgInfo
004950   MOVE "N" TO MsgInfo (1:1)
004960   MOVE MsgUser TO MsgInfo (3:32)
004970   MOVE MsgText TO MsgInfo (36:96)
004980   MOVE CurrentSeconds TO MsgInfo (133:18)
004990   OPEN EXTEND MESSAGES
005000     WRITE MessageRecord
005010   CLOSE MESSAGES
005020   .
005030
005040 750-Notify-Owners.
005050   MOVE 1 TO OwnerDirDone
005060   MOVE LOW-VALUES TO Username
005070   OPEN INPUT USERS
005080   START USERS KEY IS GREATER THAN Username
005090     INVALID KEY MOVE 0 TO OwnerDirDone
005100   END-START
005110   IF OwnerDirDone = 1
005120     PERFORM FOREVER
005130       READ USERS NEXT INTO UserRecord AT END EXIT
005140       PERFORM NOT AT END
005150       MOVE 0 TO OwnerHas
005160       MOVE 1 TO AccountInd
005170       PERFORM UNTIL AccountInd > AccountCount
005180         IF Account IN AccountList (AccountInd) = NotifyAccount
005190           MOVE 1 TO OwnerHas
005200         END-IF
005210         COMPUTE AccountInd = AccountInd + 1
005220       END-PERFORM
005230       IF OwnerHas = 1
005240         IF NotifyMode = 1
005250           MOVE SPACES TO UnclLine
005260           STRING '             OWNER ' Username INTO UnclLine
005270           WRITE UnclLine
005280         ELSE
005290           MOVE Username TO MsgUser
005300           PERFORM 745-Msg-Append
005310         END-IF
005320       END-IF
005330     END-PERFORM
005340   END-IF
005350   CLOSE USERS
005360   .
005370
005380 800-Write-Trailer.
005390   MOVE SPACES TO ReportLine
005400   STRING 'ACCOUNTS READ     ' AccountsRead INTO ReportLine
005410   WRITE ReportLine
005420   MOVE SPACES TO ReportLine
005430   STRING 'MARKED DORMANT    ' AccountsMarked INTO ReportLine
005440   WRITE ReportLine
005450   MOVE SPACES TO ReportLine
005460   STRING 'DORMANT ON FILE   ' AccountsDormant INTO ReportLine
005470   WRITE ReportLine
005480   MOVE SPACES TO ReportLine
005490   STRING 'UNCLAIMED LISTED  ' UnclaimedCount INTO ReportLine
005500   WRITE ReportLine
005510   MOVE SPACES TO ReportLine
005520   IF RunFailed = 1
005530     MOVE 'STATUS FAILED' TO ReportLine
005540   ELSE
005550     MOVE 'STATUS OK' TO ReportLine
005560   END-IF
005570   WRITE ReportLine
005580   CLOSE DORMRPT
005590   .
005600
005610 900-Finish.
005620   DISPLAY 'Accounts read: '
005630   DISPLAY AccountsRead
005640   DISPLAY 'Marked dormant: '
005650   DISPLAY AccountsMarked
005660   DISPLAY 'Unclaimed balances listed: '
005670   DISPLAY UnclaimedCount
005680   IF RunFailed = 1
005690     MOVE 8 TO RETURN-CODE
005700   END-IF
005710   .
