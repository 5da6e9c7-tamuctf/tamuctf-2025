000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AcctConvert.
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
000140   ACCESS IS DYNAMIC
000150   RECORD KEY Account OF AccountRecord.
000160
000170   SELECT OPTIONAL USERS
000180   ASSIGN TO '/var/banking/users.dat'
000190   FILE STATUS IS FileErrorUsers
000200   LOCK MODE IS AUTOMATIC
000210   ORGANIZATION INDEXED
000220   ACCESS MODE DYNAMIC
000230   RECORD IS Username IN UserRecord
000240   ALTERNATE RECORD IS Cookie IN UserRecord.
000250
000260   SELECT OPTIONAL ACCTCTL
000270   ASSIGN TO '/var/banking/acct_control.dat'
000280   FILE STATUS IS FileErrorAcctCtl
000290   LOCK MODE IS AUTOMATIC
000300   ORGANIZATION IS LINE SEQUENTIAL
000310   ACCESS SEQUENTIAL.
000320
000330   SELECT OPTIONAL ACCTXREF
000340   ASSIGN TO '/var/banking/acct_xref.dat'
000350   LOCK MODE IS AUTOMATIC
000360   ORGANIZATION IS LINE SEQUENTIAL
000370   ACCESS SEQUENTIAL.
000380
000390   SELECT OPTIONAL CONVIN
000400   ASSIGN TO ConvInName
000410   LOCK MODE IS AUTOMATIC
000420   ORGANIZATION IS LINE SEQUENTIAL
000430   ACCESS SEQUENTIAL.
000440
000450   SELECT OPTIONAL CONVOUT
000460   ASSIGN TO ConvOutName
000470   LOCK MODE IS AUTOMATIC
000480   ORGANIZATION IS LINE SEQUENTIAL
000490   ACCESS SEQUENTIAL.
000500
000510   SELECT OPTIONAL BATCHLOCK
000520   ASSIGN TO '/var/banking/batch_lock.dat'
000530   LOCK MODE IS AUTOMATIC
000540   ORGANIZATION IS LINE SEQUENTIAL
000550   ACCESS SEQUENTIAL.
000560
000570   SELECT OPTIONAL APPROVALS
000580   ASSIGN TO '/var/banking/approvals.dat'
000590   LOCK MODE IS AUTOMATIC
000600   ORGANIZATION IS LINE SEQUENTIAL
000610   ACCESS SEQUENTIAL.
000620
000630   SELECT OPTIONAL BULKCKPT
000640   ASSIGN TO '/var/banking/bulk_checkpoint.dat'
000650   LOCK MODE IS AUTOMATIC
000660   ORGANIZATION IS LINE SEQUENTIAL
000670   ACCESS SEQUENTIAL.
000680
000690   SELECT OPTIONAL XREFRPT
000700   ASSIGN TO RptFileName
000710   LOCK MODE IS AUTOMATIC
000720   ORGANIZATION IS LINE SEQUENTIAL
000730   ACCESS SEQUENTIAL.
000740
000750 DATA DIVISION.
000760
000770 FILE SECTION.
000780
000790 FD ACCOUNTS.
000800   COPY ACCTREC.
000810
000820 FD USERS.
000830 01 UserRecord.
000840   05 Username PIC X(32).
000850   05 UserPassword PICTURE X(32).
000860   05 Cookie   PICTURE 9(32).
000870   05 IsAdmin  PIC 9(1).
000880   05 AccountList.
000890     10 AccountCount PIC 9(1) VALUE 0.
000900     10 Account OCCURS 8 TIMES PIC 9(12).
000910   05 LastActivity   PIC 9(18) VALUE 0.
000920   05 FailedAttempts PIC 9(2) VALUE 0.
000930   05 LockUntil      PIC 9(18) VALUE 0.
000940
000950 FD ACCTCTL.
000960 01 AcctCtlRecord.
000970   05 AcctCtlInfo PIC X(32).
000980
000990 FD ACCTXREF.
001000 01 XrefRecord.
001010   05 XrefInfo PIC X(64).
001020
001030 FD CONVIN.
001040 01 ConvInRecord.
001050   05 ConvInInfo PIC X(200).
001060
001070 FD CONVOUT.
001080 01 ConvOutRecord.
001090   05 ConvOutInfo PIC X(200).
001100
001110 FD BATCHLOCK.
001120 01 LockRecord.
001130   05 LockInfo PIC X(40).
001140
001150 FD APPROVALS.
001160 01 ApprovalRecord.
001170   05 ApprInfo PIC X(260).
001180
001190 FD BULKCKPT.
001200 01 BulkCkptRecord.
001210   05 BulkCkptInfo PIC X(80).
001220
001230 FD XREFRPT.
001240 01 ReportLine PIC X(132).
001250
001260 WORKING-STORAGE SECTION.
001270
001280 01 FileErrorAccounts PIC XX.
001290 01 FileErrorUsers    PIC XX.
001300 01 FileErrorAcctCtl  PIC XX.
001310
001320 01 CurDateTime   PIC X(21).
001330 01 CurDateYMD    PIC 9(8) VALUE 0.
001340 01 CurTimeHH     PIC 9(2) VALUE 0.
001350 01 CurTimeMM     PIC 9(2) VALUE 0.
001360 01 CurTimeSS     PIC 9(2) VALUE 0.
001370 01 CurrentSeconds PIC 9(18) VALUE 0.
001380
001390 01 RptFileName   PIC X(64).
001400 01 ConvInName    PIC X(64).
001410 01 ConvOutName   PIC X(64).
001420 01 ConvPos1      PIC 9(3) VALUE 0.
001430 01 ConvPos2      PIC 9(3) VALUE 0.
001440 01 ConvPos3      PIC 9(3) VALUE 0.
001450 01 ConvPos       PIC 9(3) VALUE 0.
001460 01 ConvRead      PIC 9(9) VALUE 0.
001470 01 ConvChanged   PIC 9(9) VALUE 0.
001480 01 ConvHit       PIC 9(1) VALUE 0.
001490
001500 01 XrefTable.
001510   05 XrefEntry OCCURS 5000 TIMES.
001520     10 XrefOldAcct PIC 9(12).
001530     10 XrefNewAcct PIC 9(12).
001540 01 XrefCount     USAGE BINARY-LONG VALUE 0.
001550 01 XrefMax       USAGE BINARY-LONG VALUE 5000.
001560 01 XrefInd       USAGE BINARY-LONG VALUE 0.
001570 01 XrefOverflow  PIC 9(1) VALUE 0.
001580
001590 01 MapAcctX      PIC X(12).
001600 01 MapAcct       PIC 9(12) VALUE 0.
001610 01 MapHit        PIC 9(1) VALUE 0.
001620 01 CheckAcct     PIC 9(12) VALUE 0.
001630 01 CheckOK       PIC 9(1) VALUE 0.
001640
001650 01 AllocBase     PIC 9(10) VALUE 0.
001660 01 AllocAcct     PIC 9(12) VALUE 0.
001670 01 AccountFnd    PIC 9(1) VALUE 0.
001680 01 AccountInd    PIC 9(1) VALUE 0.
001690 01 UserDirDone   USAGE BINARY-LONG VALUE 0.
001700 01 UserChanged   PIC 9(1) VALUE 0.
001710
001720 01 LockBusy      PIC 9(1) VALUE 0.
001730 01 LockMaxSec    PIC 9(8) VALUE 0.
001740 01 LockMaxEnv    PIC X(8).
001750 01 LockSeconds   PIC 9(18) VALUE 0.
001760 01 LockStale     PIC 9(18) VALUE 0.
001770
001780 01 AccountsRead    PIC 9(9) VALUE 0.
001790 01 AccountsValid   PIC 9(9) VALUE 0.
001800 01 AccountsRenumbered PIC 9(9) VALUE 0.
001810 01 UsersChanged    PIC 9(9) VALUE 0.
001820 01 RunFailed       PIC 9(1) VALUE 0.
001830
001840 01 ApprPending     PIC 9(9) VALUE 0.
001850 01 ApprSubmitted   PIC 9(18) VALUE 0.
001860 01 ApprAge         PIC 9(18) VALUE 0.
001870 01 ApprExpEnv      PIC X(8).
001880 01 ApprExpSec      PIC 9(9) VALUE 0.
001890 01 BulkInflight    PIC 9(1) VALUE 0.
001900
001910 PROCEDURE DIVISION.
001920
001930 000-Main.
001940   PERFORM 100-Initialize
001950   PERFORM 170-Lock-Check
001960   IF LockBusy = 1
001970     DISPLAY 'Posting run lock is held - another run is active.'
001980     DISPLAY 'Refusing to start. Retry when it completes.'
001990     MOVE 8 TO RETURN-CODE
002000     STOP RUN
002010   END-IF
002020   PERFORM 160-Inflight-Check
002030   IF ApprPending > 0 OR BulkInflight = 1
002040     IF ApprPending > 0
002050       DISPLAY 'Approval requests are still awaiting a decision.'
002060     END-IF
002070     IF BulkInflight = 1
002080       DISPLAY 'A bulk payment file is part-way through loading.'
002090     END-IF
002100     DISPLAY 'Refusing to start. Retry when they are complete.'
002110     MOVE 8 TO RETURN-CODE
002120     STOP RUN
002130   END-IF
002140   PERFORM 180-Lock-Acquire
002150   OPEN OUTPUT XREFRPT
002160   MOVE SPACES TO ReportLine
002170   STRING 'ACCOUNT NUMBER CONVERSION  ' CurDateYMD
002180     INTO ReportLine
002190   WRITE ReportLine
002200   PERFORM 200-Find-Accounts
002210   IF XrefOverflow = 1
002220     MOVE 1 TO RunFailed
002230     MOVE 'TOO MANY ACCOUNTS TO CONVERT IN ONE RUN - NO CHANGES'
002240       TO ReportLine
002250     WRITE ReportLine
002260   ELSE
002270     PERFORM 300-Allocate-Numbers
002280     PERFORM 400-Rekey-Accounts
002290     PERFORM 500-Convert-Users
002300     PERFORM 600-Convert-Files
002310   END-IF
002320   PERFORM 190-Lock-Release
002330   PERFORM 800-Write-Trailer
002340   PERFORM 900-Finish
002350   STOP RUN
002360   .
002370
002380 100-Initialize.
002390   PERFORM 706-Timestamp
002400   MOVE SPACES TO RptFileName
002410   STRING '/var/banking/acct-conversion-' CurDateYMD '.txt'
002420     INTO RptFileName
002430   .
002440
002450 160-Inflight-Check.
002460   ACCEPT ApprExpEnv FROM ENVIRONMENT 'APPROVAL_EXPIRY_HOURS'
002470   IF ApprExpEnv > 0
002480     COMPUTE ApprExpSec = FUNCTION NUMVAL (ApprExpEnv) * 3600
002490   ELSE
002500     MOVE 86400 TO ApprExpSec
002510   END-IF
002520   PERFORM 706-Timestamp
002530   MOVE 0 TO ApprPending
002540   OPEN INPUT APPROVALS
002550   PERFORM FOREVER
002560     READ APPROVALS INTO ApprovalRecord AT END EXIT
002570     PERFORM NOT AT END
002580     MOVE ApprInfo (62:18) TO ApprSubmitted
002590     COMPUTE ApprAge = CurrentSeconds - ApprSubmitted
002600     IF ApprInfo (10:1) = "P" AND ApprAge <= ApprExpSec
002610       ADD 1 TO ApprPending
002620     END-IF
002630   END-PERFORM
002640   CLOSE APPROVALS
002650   MOVE 0 TO BulkInflight
002660   OPEN INPUT BULKCKPT
002670   READ BULKCKPT INTO BulkCkptRecord
002680     AT END
002690       CONTINUE
002700     NOT AT END
002710       IF BulkCkptInfo (1:8) IS NUMERIC AND
002720         BulkCkptInfo (1:8) NOT = '00000000'
002730         MOVE 1 TO BulkInflight
002740       END-IF
002750   END-READ
002760   CLOSE BULKCKPT
002770   .
002780
002790 170-Lock-Check.
002800   MOVE 0 TO LockBusy
002810   MOVE 0 TO LockMaxSec
002820   ACCEPT LockMaxEnv FROM ENVIRONMENT 'LOCK_MAX_SECONDS'
002830   IF LockMaxEnv > 0
002840     MOVE LockMaxEnv TO LockMaxSec
002850   ELSE
002860     MOVE 3600 TO LockMaxSec
002870   END-IF
002880   PERFORM 706-Timestamp
002890   COMPUTE LockStale = CurrentSeconds - LockMaxSec
002900   OPEN INPUT BATCHLOCK
002910   READ BATCHLOCK INTO LockRecord
002920     AT END
002930       CONTINUE
002940     NOT AT END
002950       MOVE LockInfo (1:18) TO LockSeconds
002960       IF LockSeconds >= LockStale
002970         MOVE 1 TO LockBusy
002980       END-IF
002990   END-READ
003000   CLOSE BATCHLOCK
003010   .
003020
003030 180-Lock-Acquire.
003040   PERFORM 706-Timestamp
003050   MOVE SPACES TO LockInfo
003060   MOVE CurrentSeconds TO LockInfo (1:18)
003070   MOVE "ACCTCONVERT" TO LockInfo (20:16)
003080   OPEN OUTPUT BATCHLOCK
003090     WRITE LockRecord
003100   CLOSE BATCHLOCK
003110   .
003120
003130 190-Lock-Release.
003140   OPEN OUTPUT BATCHLOCK
003150   CLOSE BATCHLOCK
003160   .
003170
003180 200-Find-Accounts.
003190   MOVE 0 TO XrefCount
003200   OPEN INPUT ACCOUNTS
003210   PERFORM FOREVER
003220     READ ACCOUNTS NEXT INTO AccountRecord AT END EXIT
003230     PERFORM NOT AT END
003240     ADD 1 TO AccountsRead
003250     MOVE Account OF AccountRecord TO CheckAcct
003260     PERFORM 710-Check-Digit
003270     IF CheckOK = 1
003280       ADD 1 TO AccountsValid
003290     ELSE
003300       IF XrefCount < XrefMax
003310         ADD 1 TO XrefCount
003320         MOVE CheckAcct TO XrefOldAcct (XrefCount)
003330         MOVE 0 TO XrefNewAcct (XrefCount)
003340       ELSE
003350         MOVE 1 TO XrefOverflow
003360       END-IF
003370     END-IF
003380   END-PERFORM
003390   CLOSE ACCOUNTS
003400   .
003410
003420 300-Allocate-Numbers.
003430   MOVE 0 TO AllocBase
003440   OPEN INPUT ACCTCTL
003450   READ ACCTCTL INTO AcctCtlRecord
003460   IF FileErrorAcctCtl = "00" AND AcctCtlInfo (1:10) IS NUMERIC
003470     MOVE AcctCtlInfo (1:10) TO AllocBase
003480   END-IF
003490   CLOSE ACCTCTL
003500   IF AllocBase < 1000000000
003510     MOVE 1000000000 TO AllocBase
003520   END-IF
003530   MOVE 1 TO XrefInd
003540   PERFORM UNTIL XrefInd > XrefCount
003550     MOVE 1 TO AccountFnd
003560     PERFORM UNTIL AccountFnd = 0
003570       ADD 1 TO AllocBase
003580       COMPUTE AllocAcct = AllocBase * 100 + 98 -
003590         FUNCTION MOD (AllocBase * 100, 97)
003600       MOVE AllocAcct TO Account OF AccountRecord
003610       PERFORM 700-Get-Account
003620     END-PERFORM
003630     MOVE AllocAcct TO XrefNewAcct (XrefInd)
003640     COMPUTE XrefInd = XrefInd + 1
003650   END-PERFORM
003660   MOVE SPACES TO AcctCtlInfo
003670   MOVE AllocBase TO AcctCtlInfo (1:10)
003680   OPEN OUTPUT ACCTCTL
003690     WRITE AcctCtlRecord
003700   CLOSE ACCTCTL
003710   .
003720
003730 400-Rekey-Accounts.
003740   MOVE SPACES TO ReportLine
003750   WRITE ReportLine
003760   MOVE 'OLD ACCOUNT  NEW ACCOUNT  RESULT' TO ReportLine
003770   WRITE ReportLine
003780   OPEN EXTEND ACCTXREF
003790   OPEN I-O ACCOUNTS
003800   MOVE 1 TO XrefInd
003810   PERFORM UNTIL XrefInd > XrefCount
003820     MOVE XrefOldAcct (XrefInd) TO Account OF AccountRecord
003830     READ ACCOUNTS INTO AccountRecord KEY IS Account OF
003840       AccountRecord
003850     IF FileErrorAccounts = "00"
003860       MOVE XrefNewAcct (XrefInd) TO Account OF AccountRecord
003870       WRITE AccountRecord
003880       IF FileErrorAccounts = "00"
003890         MOVE XrefOldAcct (XrefInd) TO Account OF AccountRecord
003900         DELETE ACCOUNTS
003910         ADD 1 TO AccountsRenumbered
003920         MOVE SPACES TO XrefInfo
003930         MOVE XrefOldAcct (XrefInd) TO XrefInfo (1:12)
003940         MOVE XrefNewAcct (XrefInd) TO XrefInfo (14:12)
003950         MOVE CurDateYMD TO XrefInfo (27:8)
003960         WRITE XrefRecord
003970         MOVE SPACES TO ReportLine
003980         STRING XrefOldAcct (XrefInd) ' ' XrefNewAcct (XrefInd)
003990           ' CONVERTED' INTO ReportLine
004000         WRITE ReportLine
004010       ELSE
004020         MOVE 0 TO XrefNewAcct (XrefInd)
004030         MOVE 1 TO RunFailed
004040         MOVE SPACES TO ReportLine
004050         STRING XrefOldAcct (XrefInd)
004060           '              NOT CONVERTED - WRITE FAILED'
004070           INTO ReportLine
004080         WRITE ReportLine
004090       END-IF
004100     ELSE
004110       MOVE 0 TO XrefNewAcct (XrefInd)
004120     END-IF
004130     COMPUTE XrefInd = XrefInd + 1
004140   END-PERFORM
004150   CLOSE ACCOUNTS
004160   CLOSE ACCTXREF
004170   .
004180
004190 500-Convert-Users.
004200   MOVE 1 TO UserDirDone
004210   MOVE LOW-VALUES TO Username
004220   OPEN I-O USERS
004230   START USERS KEY IS GREATER THAN Username
004240     INVALID KEY MOVE 0 TO UserDirDone
004250   END-START
004260   IF UserDirDone = 1
004270     PERFORM FOREVER
004280       READ USERS NEXT INTO UserRecord AT END EXIT
004290       PERFORM NOT AT END
004300       MOVE 0 TO UserChanged
004310       MOVE 1 TO AccountInd
004320       PERFORM UNTIL AccountInd > AccountCount
004330         MOVE Account IN AccountList (AccountInd) TO MapAcct
004340         PERFORM 720-Map-Account
004350         IF MapHit = 1
004360           MOVE MapAcct TO Account IN AccountList (AccountInd)
004370           MOVE 1 TO UserChanged
004380         END-IF
004390         COMPUTE AccountInd = AccountInd + 1
004400       END-PERFORM
004410       IF UserChanged = 1
004420         REWRITE UserRecord
004430         ADD 1 TO UsersChanged
004440       END-IF
004450     END-PERFORM
004460   END-IF
004470   CLOSE USERS
004480   .
004490
004500 600-Convert-Files.
004510   MOVE SPACES TO ReportLine
004520   WRITE ReportLine
004530   MOVE '/var/banking/pending.dat' TO ConvInName
004540   MOVE 1 TO ConvPos1
004550   MOVE 14 TO ConvPos2
004560   MOVE 0 TO ConvPos3
004570   PERFORM 610-Convert-One-File
004580   MOVE '/var/banking/pending_next.dat' TO ConvInName
004590   PERFORM 610-Convert-One-File
004600   MOVE '/var/banking/standing.dat' TO ConvInName
004610   PERFORM 610-Convert-One-File
004620   MOVE '/var/banking/held.dat' TO ConvInName
004630   PERFORM 610-Convert-One-File
004640   MOVE '/var/banking/ledger.dat' TO ConvInName
004650   PERFORM 610-Convert-One-File
004660   MOVE '/var/banking/disputes.dat' TO ConvInName
004670   MOVE 3 TO ConvPos1
004680   MOVE 16 TO ConvPos2
004690   MOVE 133 TO ConvPos3
004700   PERFORM 610-Convert-One-File
004710   MOVE '/var/banking/eod_history.dat' TO ConvInName
004720   MOVE 10 TO ConvPos1
004730   MOVE 0 TO ConvPos2
004740   MOVE 0 TO ConvPos3
004750   PERFORM 610-Convert-One-File
004760   MOVE '/var/banking/outgoing.dat' TO ConvInName
004770   MOVE 116 TO ConvPos1
004780   PERFORM 610-Convert-One-File
004790   MOVE '/var/banking/holds.dat' TO ConvInName
004800   MOVE 12 TO ConvPos1
004810   PERFORM 610-Convert-One-File
004820   MOVE '/var/banking/payees.dat' TO ConvInName
004830   MOVE 43 TO ConvPos1
004840   PERFORM 610-Convert-One-File
004850   MOVE '/var/banking/term_deposits.dat' TO ConvInName
004860   MOVE 1 TO ConvPos1
004870   MOVE 46 TO ConvPos2
004880   PERFORM 610-Convert-One-File
004890   MOVE '/var/banking/bulk_files.dat' TO ConvInName
004900   MOVE 29 TO ConvPos1
004910   MOVE 0 TO ConvPos2
004920   PERFORM 610-Convert-One-File
004930   .
004940
004950 610-Convert-One-File.
004960   MOVE 0 TO ConvRead
004970   MOVE 0 TO ConvChanged
004980   MOVE SPACES TO ConvOutName
004990   STRING ConvInName DELIMITED BY '.dat' '.cnv' DELIMITED BY SIZE
005000     INTO ConvOutName
005010   OPEN INPUT CONVIN
005020   OPEN OUTPUT CONVOUT
005030   PERFORM FOREVER
005040     READ CONVIN INTO ConvInRecord AT END EXIT
005050     PERFORM NOT AT END
005060     ADD 1 TO ConvRead
005070     MOVE ConvInInfo TO ConvOutInfo
005080     MOVE 0 TO ConvHit
005090     MOVE ConvPos1 TO ConvPos
005100     PERFORM 620-Convert-Field
005110     MOVE ConvPos2 TO ConvPos
005120     PERFORM 620-Convert-Field
005130     MOVE ConvPos3 TO ConvPos
005140     PERFORM 620-Convert-Field
005150     IF ConvHit = 1
005160       ADD 1 TO ConvChanged
005170     END-IF
005180     WRITE ConvOutRecord
005190   END-PERFORM
005200   CLOSE CONVIN
005210   CLOSE CONVOUT
005220
005230   IF ConvChanged > 0
005240     OPEN OUTPUT CONVIN
005250     OPEN INPUT CONVOUT
005260     PERFORM FOREVER
005270       READ CONVOUT INTO ConvOutRecord AT END EXIT
005280       PERFORM NOT AT END
005290       MOVE ConvOutInfo TO ConvInInfo
005300       WRITE ConvInRecord
005310     END-PERFORM
005320     CLOSE CONVIN
005330     CLOSE CONVOUT
005340   END-IF
005350   OPEN OUTPUT CONVOUT
005360   CLOSE CONVOUT
005370
005380   MOVE SPACES TO ReportLine
005390   STRING 'FILE ' ConvInName ' READ ' ConvRead ' CHANGED '
005400     ConvChanged INTO ReportLine
005410   WRITE ReportLine
005420   .
005430
005440 620-Convert-Field.
005450   IF ConvPos > 0
005460     MOVE ConvOutInfo (ConvPos:12) TO MapAcctX
005470     IF MapAcctX IS NUMERIC
005480       MOVE MapAcctX TO MapAcct
005490       PERFORM 720-Map-Account
005500       IF MapHit = 1
005510         MOVE MapAcct TO ConvOutInfo (ConvPos:12)
005520         MOVE 1 TO ConvHit
005530       END-IF
005540     END-IF
005550   END-IF
005560   .
005570
005580 700-Get-Account.
005590   MOVE 0 TO AccountFnd
005600   OPEN INPUT ACCOUNTS
005610     READ ACCOUNTS INTO AccountRecord KEY IS Account OF
005620       AccountRecord
005630     IF FileErrorAccounts = "00"
005640       MOVE 1 TO AccountFnd
005650     END-IF
005660   CLOSE ACCOUNTS
005670   .
005680
005690 706-Timestamp.
005700   MOVE FUNCTION CURRENT-DATE TO CurDateTime
005710   MOVE CurDateTime (1:8) TO CurDateYMD
005720   MOVE CurDateTime (9:2) TO CurTimeHH
005730   MOVE CurDateTime (11:2) TO CurTimeMM
005740   MOVE CurDateTime (13:2) TO CurTimeSS
005750   COMPUTE CurrentSeconds = FUNCTION INTEGER-OF-DATE (CurDateYMD)
005760   * 86400 + CurTimeHH * 3600 + CurTimeMM * 60 + CurTimeSS
005770   .
005780
005790 710-Check-Digit.
005800   MOVE 0 TO CheckOK
005810   IF CheckAcct >= 100000000000 AND
005820     FUNCTION MOD (CheckAcct, 97) = 1
005830     MOVE 1 TO CheckOK
005840   END-IF
005850   .
005860
005870 720-Map-Account.
005880   MOVE 0 TO MapHit
005890   IF MapAcct NOT = 0
005900     MOVE 1 TO XrefInd
005910     PERFORM UNTIL XrefInd > XrefCount OR MapHit = 1
005920       IF XrefOldAcct (XrefInd) = MapAcct AND
005930         XrefNewAcct (XrefInd) NOT = 0
005940         MOVE XrefNewAcct (XrefInd) TO MapAcct
005950         MOVE 1 TO MapHit
005960       END-IF
005970       COMPUTE XrefInd = XrefInd + 1
005980     END-PERFORM
005990   END-IF
006000   .
006010
006020 800-Write-Trailer.
006030   MOVE SPACES TO ReportLine
006040   WRITE ReportLine
006050   MOVE SPACES TO ReportLine
006060   STRING 'ACCOUNTS READ     ' AccountsRead INTO ReportLine
006070   WRITE ReportLine
006080   MOVE SPACES TO ReportLine
006090   STRING 'ALREADY VALID     ' AccountsValid INTO ReportLine
006100   WRITE ReportLine
006110   MOVE SPACES TO ReportLine
006120   STRING 'RENUMBERED        ' AccountsRenumbered INTO ReportLine
006130   WRITE ReportLine
006140   MOVE SPACES TO ReportLine
006150   STRING 'USERS UPDATED     ' UsersChanged INTO ReportLine
006160   WRITE ReportLine
006170   MOVE 'ARCHIVED LEDGERS KEEP OLD NUMBERS - SEE ACCT_XREF'
006180     TO ReportLine
006190   WRITE ReportLine
006200   MOVE SPACES TO ReportLine
006210   IF RunFailed = 1
006220     MOVE 'STATUS FAILED' TO ReportLine
006230   ELSE
006240     MOVE 'STATUS OK' TO ReportLine
006250   END-IF
006260   WRITE ReportLine
006270   CLOSE XREFRPT
006280   .
006290
006300 900-Finish.
006310   DISPLAY 'Accounts read: '
006320   DISPLAY AccountsRead
006330   DISPLAY 'Accounts renumbered: '
006340   DISPLAY AccountsRenumbered
006350   DISPLAY 'Users updated: '
006360   DISPLAY UsersChanged
006370   IF RunFailed = 1
006380     MOVE 8 TO RETURN-CODE
006390   END-IF
006400   .
