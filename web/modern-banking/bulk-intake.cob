000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BulkIntake.
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
000170   SELECT OPTIONAL BULKIN
000180   ASSIGN TO '/var/banking/bulk_payment.dat'
000190   LOCK MODE IS AUTOMATIC
000200   ORGANIZATION IS LINE SEQUENTIAL
000210   ACCESS SEQUENTIAL.
000220
000230   SELECT OPTIONAL BULKREJ
000240   ASSIGN TO '/var/banking/bulk_payment.rej'
000250   LOCK MODE IS AUTOMATIC
000260   ORGANIZATION IS LINE SEQUENTIAL
000270   ACCESS SEQUENTIAL.
000280
000290   SELECT OPTIONAL PENDING
000300   ASSIGN TO '/var/banking/pending.dat'
000310   LOCK MODE IS AUTOMATIC
000320   ORGANIZATION IS LINE SEQUENTIAL
000330   ACCESS SEQUENTIAL.
000340
000350   SELECT OPTIONAL BULKCKPT
000360   ASSIGN TO '/var/banking/bulk_checkpoint.dat'
000370   FILE STATUS IS FileErrorCkpt
000380   LOCK MODE IS AUTOMATIC
000390   ORGANIZATION IS LINE SEQUENTIAL
000400   ACCESS SEQUENTIAL.
000410
000420   SELECT OPTIONAL BULKREG
000430   ASSIGN TO '/var/banking/bulk_files.dat'
000440   LOCK MODE IS AUTOMATIC
000450   ORGANIZATION IS LINE SEQUENTIAL
000460   ACCESS SEQUENTIAL.
000470
000480   SELECT OPTIONAL BATCHLOCK
000490   ASSIGN TO '/var/banking/batch_lock.dat'
000500   LOCK MODE IS AUTOMATIC
000510   ORGANIZATION IS LINE SEQUENTIAL
000520   ACCESS SEQUENTIAL.
000530
000540   SELECT OPTIONAL HOLIDAYS
000550   ASSIGN TO '/var/banking/holidays.dat'
000560   LOCK MODE IS AUTOMATIC
000570   ORGANIZATION IS LINE SEQUENTIAL
000580   ACCESS SEQUENTIAL.
000590
000600   SELECT OPTIONAL USERS
000610   ASSIGN TO '/var/banking/users.dat'
000620   FILE STATUS IS FileErrorUsers
000630   LOCK MODE IS AUTOMATIC
000640   ORGANIZATION INDEXED
000650   ACCESS MODE DYNAMIC
000660   RECORD IS Username IN UserRecord
000670   ALTERNATE RECORD IS Cookie IN UserRecord.
000680
000690   SELECT OPTIONAL MESSAGES
000700   ASSIGN TO '/var/banking/messages.dat'
000710   LOCK MODE IS AUTOMATIC
000720   ORGANIZATION IS LINE SEQUENTIAL
000730   ACCESS SEQUENTIAL.
000740
000750   SELECT OPTIONAL BULKRPT
000760   ASSIGN TO RptFileName
000770   LOCK MODE IS AUTOMATIC
000780   ORGANIZATION IS LINE SEQUENTIAL
000790   ACCESS SEQUENTIAL.
000800
000810 DATA DIVISION.
000820
000830 FILE SECTION.
000840
000850 FD ACCOUNTS.
000860   COPY ACCTREC.
000870
000880 FD BULKIN.
000890 01 BulkRecord.
000900   05 BulkInfo PIC X(128).
000910
000920 FD BULKREJ.
000930 01 BulkRejRecord.
000940   05 BulkRejInfo PIC X(128).
000950
000960 FD PENDING.
000970 01 PendingRecord.
000980   05 Info PIC X(140).
000990
001000 FD BULKCKPT.
001010 01 BulkCkptRecord.
001020   05 BulkCkptInfo PIC X(80).
001030
001040 FD BULKREG.
001050 01 BulkRegRecord.
001060   05 BulkRegInfo PIC X(128).
001070
001080 FD BATCHLOCK.
001090 01 LockRecord.
001100   05 LockInfo PIC X(40).
001110
001120 FD HOLIDAYS.
001130 01 HolidayRecord.
001140   05 HolidayInfo PIC X(80).
001150
001160 FD USERS.
001170 01 UserRecord.
001180   05 Username PIC X(32).
001190   05 UserPassword PICTURE X(32).
001200   05 Cookie   PICTURE 9(32).
001210   05 IsAdmin  PIC 9(1).
001220   05 AccountList.
001230     10 AccountCount PIC 9(1) VALUE 0.
001240     10 Account OCCURS 8 TIMES PIC 9(12).
001250   05 LastActivity   PIC 9(18) VALUE 0.
001260   05 FailedAttempts PIC 9(2) VALUE 0.
001270   05 LockUntil      PIC 9(18) VALUE 0.
001280
001290 FD MESSAGES.
001300 01 MessageRecord.
001310   05 MsgInfo PIC X(150).
001320
001330 FD BULKRPT.
001340 01 ReportLine PIC X(132).
001350
001360 WORKING-STORAGE SECTION.
001370
001380 01 FileErrorAccounts PIC XX.
001390 01 FileErrorCkpt     PIC XX.
001400 01 FileErrorUsers    PIC XX.
001410
001420 01 CurDateTime   PIC X(21).
001430 01 CurDateYMD    PIC 9(8) VALUE 0.
001440 01 CurTimeHH     PIC 9(2) VALUE 0.
001450 01 CurTimeMM     PIC 9(2) VALUE 0.
001460 01 CurTimeSS     PIC 9(2) VALUE 0.
001470 01 CurrentSeconds PIC 9(18) VALUE 0.
001480
001490 01 RptFileName   PIC X(64).
001500
001510 01 LockBusy      PIC 9(1) VALUE 0.
001520 01 LockMaxSec    PIC 9(8) VALUE 0.
001530 01 LockMaxEnv    PIC X(8).
001540 01 LockSeconds   PIC 9(18) VALUE 0.
001550 01 LockStale     PIC 9(18) VALUE 0.
001560
001570 01 BulkHeader    PIC X(128).
001580 01 BulkEmpty     PIC 9(1) VALUE 0.
001590 01 BulkResume    PIC 9(1) VALUE 0.
001600 01 BulkDebit     PIC 9(12) VALUE 0.
001610 01 BulkDebitX    PIC X(12).
001620 01 BulkSubmitter PIC X(32).
001630 01 BulkFileRef   PIC X(16).
001640 01 BulkValDate   PIC 9(8) VALUE 0.
001650 01 BulkValDateX  PIC X(8).
001660 01 BulkBatchRef  PIC X(10).
001670 01 BulkBatchSeq  PIC 9(7) VALUE 0.
001680
001690 01 FileBad       PIC 9(1) VALUE 0.
001700 01 FileReason    PIC X(32).
001710 01 FileLastType  PIC X(1).
001720 01 FileTrailer   PIC X(128).
001730 01 FileDetails   PIC 9(8) VALUE 0.
001740 01 FileOthers    PIC 9(8) VALUE 0.
001750 01 FileHashSum   PIC 9(20) VALUE 0.
001760 01 FileHash      PIC 9(18) VALUE 0.
001770 01 FileAmtSum    PIC 9(20) VALUE 0.
001780 01 CtlCountX     PIC X(8).
001790 01 CtlCount      PIC 9(8) VALUE 0.
001800 01 CtlHashX      PIC X(18).
001810 01 CtlHash       PIC 9(18) VALUE 0.
001820 01 CtlAmountX    PIC X(20).
001830 01 CtlAmount     PIC 9(20) VALUE 0.
001840
001850 01 LineAcct      PIC 9(12) VALUE 0.
001860 01 LineAcctX     PIC X(12).
001870 01 LineAmount    PIC 9(20) VALUE 0.
001880 01 LineAmountX   PIC X(20).
001890 01 LineMemo      PIC X(64).
001900 01 LineBad       PIC 9(1) VALUE 0.
001910 01 LineReason    PIC X(20).
001920 01 LineNo        PIC 9(8) VALUE 0.
001930 01 CheckOK       PIC 9(1) VALUE 0.
001940 01 AccountFnd    PIC 9(1) VALUE 0.
001950
001960 01 BulkCkptCount PIC 9(8) VALUE 0.
001970 01 BulkCkptRef   PIC X(16).
001980 01 BulkSkipInd   USAGE BINARY-LONG VALUE 0.
001990
002000 01 LinesAccepted PIC 9(8) VALUE 0.
002010 01 LinesRejected PIC 9(8) VALUE 0.
002020 01 AcceptedAmount PIC 9(20) VALUE 0.
002030 01 FilesLoaded   PIC 9(4) VALUE 0.
002040 01 FilesRejected PIC 9(4) VALUE 0.
002050
002060 01 MsgUser        PIC X(32).
002070 01 MsgText        PIC X(96).
002080 01 NotifyAccount  PIC 9(12) VALUE 0.
002090 01 OwnerHas       PIC 9(1) VALUE 0.
002100 01 OwnerDirDone   USAGE BINARY-LONG VALUE 0.
002110 01 AccountInd     PIC 9(1) VALUE 0.
002120
002130 COPY HOLCAL.
002140
002150 PROCEDURE DIVISION.
002160
002170 000-Main.
002180   PERFORM 100-Initialize
002190   PERFORM 170-Lock-Check
002200   IF LockBusy = 1
002210     DISPLAY 'Posting run lock is held - another run is active.'
002220     DISPLAY 'Refusing to start. Retry when it completes.'
002230     MOVE 8 TO RETURN-CODE
002240     STOP RUN
002250   END-IF
002260   PERFORM 180-Lock-Acquire
002270   PERFORM 210-Ckpt-Load
002280   PERFORM 300-Read-Header
002290   IF BulkEmpty = 0
002300     IF BulkResume = 0
002310       PERFORM 400-Validate-File
002320     END-IF
002330     IF FileBad = 0
002340       PERFORM 500-Load-File
002350     ELSE
002360       PERFORM 600-Reject-File
002370     END-IF
002380   END-IF
002390   PERFORM 190-Lock-Release
002400   PERFORM 900-Finish
002410   STOP RUN
002420   .
002430
002440 100-Initialize.
002450   PERFORM 706-Timestamp
002460   MOVE SPACES TO RptFileName
002470   STRING '/var/banking/bulk-payment-' CurDateYMD '.txt'
002480     INTO RptFileName
002490   .
002500
002510 170-Lock-Check.
002520   MOVE 0 TO LockBusy
002530   MOVE 0 TO LockMaxSec
002540   ACCEPT LockMaxEnv FROM ENVIRONMENT 'LOCK_MAX_SECONDS'
002550   IF LockMaxEnv > 0
002560     MOVE LockMaxEnv TO LockMaxSec
002570   ELSE
002580     MOVE 3600 TO LockMaxSec
002590   END-IF
002600   PERFORM 706-Timestamp
002610   COMPUTE LockStale = CurrentSeconds - LockMaxSec
002620   OPEN INPUT BATCHLOCK
002630   READ BATCHLOCK INTO LockRecord
002640     AT END
002650       CONTINUE
002660     NOT AT END
002670       MOVE LockInfo (1:18) TO LockSeconds
002680       IF LockSeconds >= LockStale
002690         MOVE 1 TO LockBusy
002700       END-IF
002710   END-READ
002720   CLOSE BATCHLOCK
002730   .
002740
002750 180-Lock-Acquire.
002760   PERFORM 706-Timestamp
002770   MOVE SPACES TO LockInfo
002780   MOVE CurrentSeconds TO LockInfo (1:18)
002790   MOVE "BULKINTAKE" TO LockInfo (20:16)
002800   OPEN OUTPUT BATCHLOCK
002810     WRITE LockRecord
002820   CLOSE BATCHLOCK
002830   .
002840
002850 190-Lock-Release.
002860   OPEN OUTPUT BATCHLOCK
002870   CLOSE BATCHLOCK
002880   .
002890
002900 210-Ckpt-Load.
002910   MOVE 0 TO BulkCkptCount
002920   MOVE SPACES TO BulkCkptRef
002930   OPEN INPUT BULKCKPT
002940   READ BULKCKPT INTO BulkCkptRecord
002950   IF FileErrorCkpt = "00" AND BulkCkptInfo (1:8) IS NUMERIC
002960     MOVE BulkCkptInfo (1:8) TO BulkCkptCount
002970     MOVE BulkCkptInfo (10:16) TO BulkCkptRef
002980     MOVE BulkCkptInfo (27:10) TO BulkBatchRef
002990     MOVE BulkCkptInfo (38:8) TO LinesAccepted
003000     MOVE BulkCkptInfo (47:8) TO LinesRejected
003010     MOVE BulkCkptInfo (56:20) TO AcceptedAmount
003020   END-IF
003030   CLOSE BULKCKPT
003040   .
003050
003060 220-Ckpt-Save.
003070   MOVE SPACES TO BulkCkptInfo
003080   MOVE BulkCkptCount TO BulkCkptInfo (1:8)
003090   MOVE BulkFileRef TO BulkCkptInfo (10:16)
003100   MOVE BulkBatchRef TO BulkCkptInfo (27:10)
003110   MOVE LinesAccepted TO BulkCkptInfo (38:8)
003120   MOVE LinesRejected TO BulkCkptInfo (47:8)
003130   MOVE AcceptedAmount TO BulkCkptInfo (56:20)
003140   OPEN OUTPUT BULKCKPT
003150     WRITE BulkCkptRecord
003160   CLOSE BULKCKPT
003170   .
003180
003190 300-Read-Header.
003200   MOVE 1 TO BulkEmpty
003210   MOVE SPACES TO BulkHeader
003220   OPEN INPUT BULKIN
003230   READ BULKIN INTO BulkRecord
003240     AT END
003250       CONTINUE
003260     NOT AT END
003270       MOVE 0 TO BulkEmpty
003280       MOVE BulkInfo TO BulkHeader
003290   END-READ
003300   CLOSE BULKIN
003310   MOVE BulkHeader (3:12) TO BulkDebitX
003320   MOVE 0 TO BulkDebit
003330   IF BulkDebitX IS NUMERIC
003340     MOVE BulkDebitX TO BulkDebit
003350   END-IF
003360   MOVE BulkHeader (16:32) TO BulkSubmitter
003370   MOVE BulkHeader (49:16) TO BulkFileRef
003380   MOVE BulkHeader (66:8) TO BulkValDateX
003390   MOVE 0 TO BulkResume
003400   IF BulkCkptCount > 0
003410     IF BulkEmpty = 0 AND BulkCkptRef = BulkFileRef
003420       MOVE 1 TO BulkResume
003430       DISPLAY 'Resuming bulk file after line '
003440       DISPLAY BulkCkptCount
003450     ELSE
003460       DISPLAY 'Bulk checkpoint does not match the input file - '
003470       'cleared.'
003480       MOVE 0 TO BulkCkptCount
003490       MOVE 0 TO LinesAccepted
003500       MOVE 0 TO LinesRejected
003510       MOVE 0 TO AcceptedAmount
003520       PERFORM 220-Ckpt-Save
003530     END-IF
003540   END-IF
003550   .
003560
003570 400-Validate-File.
003580   MOVE 0 TO FileBad
003590   MOVE SPACES TO FileReason
003600   IF BulkHeader (1:1) NOT = "H"
003610     MOVE 1 TO FileBad
003620     MOVE 'MISSING HEADER RECORD' TO FileReason
003630   END-IF
003640   IF FileBad = 0 AND BulkFileRef = SPACES
003650     MOVE 1 TO FileBad
003660     MOVE 'MISSING FILE REFERENCE' TO FileReason
003670   END-IF
003680   IF FileBad = 0
003690     PERFORM 410-Control-Totals
003700   END-IF
003710   IF FileBad = 0
003720     PERFORM 420-Check-Register
003730   END-IF
003740   IF FileBad = 0
003750     PERFORM 430-Check-Debit
003760   END-IF
003770   IF FileBad = 0
003780     PERFORM 440-Check-Value-Date
003790   END-IF
003800   IF FileBad = 0
003810     MOVE SPACES TO BulkBatchRef
003820     STRING 'BLK' BulkBatchSeq DELIMITED BY SIZE INTO BulkBatchRef
003830     MOVE 0 TO BulkCkptCount
003840     MOVE 0 TO LinesAccepted
003850     MOVE 0 TO LinesRejected
003860     MOVE 0 TO AcceptedAmount
003870   END-IF
003880   .
003890
003900 410-Control-Totals.
003910   MOVE 0 TO FileDetails
003920   MOVE 0 TO FileOthers
003930   MOVE 0 TO FileHashSum
003940   MOVE 0 TO FileAmtSum
003950   MOVE SPACE TO FileLastType
003960   MOVE SPACES TO FileTrailer
003970   OPEN INPUT BULKIN
003980   READ BULKIN INTO BulkRecord
003990     AT END
004000       CONTINUE
004010   END-READ
004020   PERFORM FOREVER
004030     READ BULKIN INTO BulkRecord AT END EXIT
004040     PERFORM NOT AT END
004050     IF FileLastType = "T"
004060       ADD 1 TO FileOthers
004070     END-IF
004080     MOVE BulkInfo (1:1) TO FileLastType
004090     EVALUATE FileLastType
004100       WHEN "D"
004110         ADD 1 TO FileDetails
004120         MOVE BulkInfo (3:12) TO LineAcctX
004130         IF LineAcctX IS NUMERIC
004140           MOVE LineAcctX TO LineAcct
004150           ADD LineAcct TO FileHashSum
004160         END-IF
004170         MOVE BulkInfo (16:20) TO LineAmountX
004180         IF LineAmountX IS NUMERIC
004190           MOVE LineAmountX TO LineAmount
004200           ADD LineAmount TO FileAmtSum
004210         END-IF
004220       WHEN "T"
004230         MOVE BulkInfo TO FileTrailer
004240       WHEN OTHER
004250         ADD 1 TO FileOthers
004260     END-EVALUATE
004270   END-PERFORM
004280   CLOSE BULKIN
004290   MOVE FileHashSum TO FileHash
004300   IF FileLastType NOT = "T" OR FileOthers > 0
004310     MOVE 1 TO FileBad
004320     MOVE 'MISSING OR MISPLACED TRAILER' TO FileReason
004330   END-IF
004340   IF FileBad = 0
004350     MOVE FileTrailer (3:8) TO CtlCountX
004360     MOVE FileTrailer (12:18) TO CtlHashX
004370     MOVE FileTrailer (31:20) TO CtlAmountX
004380     IF CtlCountX IS NUMERIC AND CtlHashX IS NUMERIC AND
004390       CtlAmountX IS NUMERIC
004400       MOVE CtlCountX TO CtlCount
004410       MOVE CtlHashX TO CtlHash
004420       MOVE CtlAmountX TO CtlAmount
004430       IF CtlCount NOT = FileDetails OR CtlHash NOT = FileHash OR
004440         CtlAmount NOT = FileAmtSum
004450         MOVE 1 TO FileBad
004460         MOVE 'CONTROL TOTAL MISMATCH' TO FileReason
004470       END-IF
004480     ELSE
004490       MOVE 1 TO FileBad
004500       MOVE 'CONTROL TOTALS NOT NUMERIC' TO FileReason
004510     END-IF
004520   END-IF
004530   IF FileBad = 0 AND FileDetails = 0
004540     MOVE 1 TO FileBad
004550     MOVE 'NO PAYMENT LINES' TO FileReason
004560   END-IF
004570   .
004580
004590 420-Check-Register.
004600   MOVE 0 TO BulkBatchSeq
004610   OPEN INPUT BULKREG
004620   PERFORM FOREVER
004630     READ BULKREG INTO BulkRegRecord AT END EXIT
004640     PERFORM NOT AT END
004650     ADD 1 TO BulkBatchSeq
004660     IF BulkRegInfo (1:16) = BulkFileRef
004670       MOVE 1 TO FileBad
004680       MOVE 'FILE ALREADY PROCESSED' TO FileReason
004690     END-IF
004700   END-PERFORM
004710   CLOSE BULKREG
004720   ADD 1 TO BulkBatchSeq
004730   .
004740
004750 430-Check-Debit.
004760   MOVE 0 TO AccountFnd
004770   IF BulkDebit > 0
004780     MOVE BulkDebit TO Account OF AccountRecord
004790     PERFORM 700-Get-Account
004800   END-IF
004810   IF AccountFnd = 0
004820     MOVE 1 TO FileBad
004830     MOVE 'DEBIT ACCOUNT NOT FOUND' TO FileReason
004840   ELSE
004850     IF AcctStatus NOT = "O" OR AcctType = "T"
004860       MOVE 1 TO FileBad
004870       MOVE 'DEBIT ACCOUNT NOT ELIGIBLE' TO FileReason
004880     END-IF
004890   END-IF
004900   IF FileBad = 0
004910     MOVE 0 TO OwnerHas
004920     MOVE BulkSubmitter TO Username
004930     OPEN INPUT USERS
004940       READ USERS INTO UserRecord KEY IS Username
004950       IF FileErrorUsers = "00"
004960         MOVE 1 TO AccountInd
004970         PERFORM UNTIL AccountInd > AccountCount
004980           IF Account IN AccountList (AccountInd) = BulkDebit
004990             MOVE 1 TO OwnerHas
005000           END-IF
005010           COMPUTE AccountInd = AccountInd + 1
005020         END-PERFORM
005030       END-IF
005040     CLOSE USERS
005050     IF OwnerHas = 0
005060       MOVE 1 TO FileBad
005070       MOVE 'SUBMITTER NOT AN ACCOUNT OWNER' TO FileReason
005080     END-IF
005090   END-IF
005100   .
005110
005120 440-Check-Value-Date.
005130   MOVE 0 TO BulkValDate
005140   IF BulkValDateX NOT = SPACES
005150     IF BulkValDateX IS NUMERIC
005160       MOVE BulkValDateX TO BulkValDate
005170     ELSE
005180       MOVE 1 TO FileBad
005190     END-IF
005200   END-IF
005210   IF FileBad = 0 AND BulkValDate > 0
005220     MOVE BulkValDate TO CalDate
005230     PERFORM 965-Cal-Month-Days
005240     MOVE BulkValDate (7:2) TO CalDD
005250     IF BulkValDate < CurDateYMD OR CalMM < 1 OR CalMM > 12 OR
005260       CalDD < 1 OR CalDD > CalMonthDays
005270       MOVE 1 TO FileBad
005280     END-IF
005290   END-IF
005300   IF FileBad = 1
005310     MOVE 'VALUE DATE INVALID OR PAST' TO FileReason
005320   END-IF
005330   IF FileBad = 0 AND BulkValDate > CurDateYMD
005340     MOVE BulkValDate TO CalDate
005350     PERFORM 962-Cal-Roll-Forward
005360     MOVE CalDate TO BulkValDate
005370   END-IF
005380   IF BulkValDate <= CurDateYMD
005390     MOVE 0 TO BulkValDate
005400   END-IF
005410   .
005420
005430 500-Load-File.
005440   IF BulkResume = 1
005460     MOVE 0 TO BulkValDate
005470     IF BulkValDateX IS NUMERIC
005480       MOVE BulkValDateX TO BulkValDate
005490       IF BulkValDate > CurDateYMD
005500         MOVE BulkValDate TO CalDate
005510         PERFORM 962-Cal-Roll-Forward
005520         MOVE CalDate TO BulkValDate
005530       ELSE
005540         MOVE 0 TO BulkValDate
005550       END-IF
005560     END-IF
005570   END-IF
005580   PERFORM 220-Ckpt-Save
005590   PERFORM 510-Report-Header
005600   OPEN INPUT BULKIN
005610   READ BULKIN INTO BulkRecord
005620     AT END
005630       CONTINUE
005640   END-READ
005650   MOVE 1 TO BulkSkipInd
005660   PERFORM UNTIL BulkSkipInd > BulkCkptCount
005670     READ BULKIN AT END EXIT
005680     PERFORM NOT AT END
005690     ADD 1 TO BulkSkipInd
005700   END-PERFORM
005710   PERFORM FOREVER
005720     READ BULKIN INTO BulkRecord AT END EXIT
005730     PERFORM NOT AT END
005740     IF BulkInfo (1:1) = "D"
005750       COMPUTE LineNo = BulkCkptCount + 1
005760       PERFORM 520-Validate-Line
005770       IF LineBad = 0
005780         PERFORM 530-Post-Line
005790         ADD 1 TO LinesAccepted
005800         ADD LineAmount TO AcceptedAmount
005810       ELSE
005820         ADD 1 TO LinesRejected
005830       END-IF
005840       PERFORM 540-Report-Line
005850       ADD 1 TO BulkCkptCount
005860       PERFORM 220-Ckpt-Save
005870     END-IF
005880   END-PERFORM
005890   CLOSE BULKIN
005900
005910   PERFORM 550-Register-File
005920   ADD 1 TO FilesLoaded
005930   PERFORM 800-Write-Trailer
005940   MOVE BulkDebit TO NotifyAccount
005950   MOVE SPACES TO MsgText
005960   STRING 'BULK FILE ' BulkFileRef ' LOADED AS ' BulkBatchRef
005970     ' - ' LinesAccepted ' ACCEPTED ' LinesRejected ' REJECTED'
005980     DELIMITED BY SIZE INTO MsgText
005990   PERFORM 750-Notify-Owners
006000
006010   OPEN OUTPUT BULKIN
006020   CLOSE BULKIN
006030   MOVE 0 TO BulkCkptCount
006040   MOVE SPACES TO BulkFileRef
006050   MOVE SPACES TO BulkBatchRef
006060   PERFORM 220-Ckpt-Save
006070   .
006080
006090 510-Report-Header.
006100   OPEN EXTEND BULKRPT
006110   MOVE 'BULK PAYMENT INTAKE REPORT' TO ReportLine
006120   WRITE ReportLine
006130   MOVE SPACES TO ReportLine
006140   STRING 'DATE              ' CurDateYMD INTO ReportLine
006150   WRITE ReportLine
006160   MOVE SPACES TO ReportLine
006170   STRING 'FILE REFERENCE    ' BulkFileRef INTO ReportLine
006180   WRITE ReportLine
006190   MOVE SPACES TO ReportLine
006200   STRING 'BATCH REFERENCE   ' BulkBatchRef INTO ReportLine
006210   WRITE ReportLine
006220   MOVE SPACES TO ReportLine
006230   STRING 'DEBIT ACCOUNT     ' BulkDebitX INTO ReportLine
006240   WRITE ReportLine
006250   MOVE SPACES TO ReportLine
006260   STRING 'SUBMITTER         ' BulkSubmitter INTO ReportLine
006270   WRITE ReportLine
006280   MOVE SPACES TO ReportLine
006290   STRING 'VALUE DATE        ' BulkValDateX INTO ReportLine
006300   WRITE ReportLine
006310   IF BulkResume = 1
006320     MOVE SPACES TO ReportLine
006330     STRING 'RESUMED AFTER     ' BulkCkptCount INTO ReportLine
006340     WRITE ReportLine
006350   END-IF
006360   MOVE 'LINE     RESULT ACCOUNT      AMOUNT               REASON'
006370     TO ReportLine
006380   WRITE ReportLine
006390   .
006400
006410 520-Validate-Line.
006420   MOVE 0 TO LineBad
006430   MOVE SPACES TO LineReason
006440   MOVE 0 TO LineAmount
006450   MOVE 0 TO LineAcct
006460   MOVE BulkInfo (3:12) TO LineAcctX
006470   MOVE BulkInfo (16:20) TO LineAmountX
006480   MOVE BulkInfo (37:64) TO LineMemo
006490   IF LineAmountX IS NUMERIC
006500     MOVE LineAmountX TO LineAmount
006510   END-IF
006520   IF LineAmount = 0
006530     MOVE 1 TO LineBad
006540     MOVE 'INVALID AMOUNT' TO LineReason
006550   END-IF
006560   IF LineBad = 0
006570     MOVE 0 TO CheckOK
006580     IF LineAcctX IS NUMERIC
006590       MOVE LineAcctX TO LineAcct
006600       IF LineAcct >= 100000000000 AND
006610         FUNCTION MOD (LineAcct, 97) = 1
006620         MOVE 1 TO CheckOK
006630       END-IF
006640     END-IF
006650     IF CheckOK = 0
006660       MOVE 1 TO LineBad
006670       MOVE 'INVALID ACCOUNT' TO LineReason
006680     END-IF
006690   END-IF
006700   IF LineBad = 0 AND LineAcct = BulkDebit
006710     MOVE 1 TO LineBad
006720     MOVE 'SAME AS DEBIT' TO LineReason
006730   END-IF
006740   IF LineBad = 0
006750     MOVE LineAcct TO Account OF AccountRecord
006760     PERFORM 700-Get-Account
006770     IF AccountFnd NOT = 1
006780       MOVE 1 TO LineBad
006790       MOVE 'ACCOUNT NOT FOUND' TO LineReason
006800     ELSE
006810       IF AcctStatus = "C"
006820         MOVE 1 TO LineBad
006830         MOVE 'ACCOUNT CLOSED' TO LineReason
006840       END-IF
006842       IF LineBad = 0 AND AcctType = "T"
006844         MOVE 1 TO LineBad
006846         MOVE 'TERM DEPOSIT' TO LineReason
006848       END-IF
006850     END-IF
006860   END-IF
006870   .
006880
006890 530-Post-Line.
006900   PERFORM 706-Timestamp
006910   MOVE SPACES TO Info
006920   MOVE BulkDebit TO Info (1:12)
006930   MOVE LineAcct TO Info (14:12)
006940   MOVE LineAmount TO Info (27:20)
006960   STRING BulkBatchRef ' ' LineMemo DELIMITED BY SIZE
006970     INTO Info (48:63)
006980   MOVE CurrentSeconds TO Info (111:18)
006990   MOVE BulkValDate TO Info (129:8)
007000   OPEN EXTEND PENDING
007010     WRITE PendingRecord
007020   CLOSE PENDING
007030   .
007040
007050 540-Report-Line.
007060   MOVE SPACES TO ReportLine
007070   IF LineBad = 0
007080     STRING LineNo ' ACCEPT ' LineAcctX ' ' LineAmountX
007090       DELIMITED BY SIZE INTO ReportLine
007100   ELSE
007110     STRING LineNo ' REJECT ' LineAcctX ' ' LineAmountX ' '
007120       LineReason DELIMITED BY SIZE INTO ReportLine
007130   END-IF
007140   WRITE ReportLine
007150   .
007160
007170 550-Register-File.
007180   MOVE SPACES TO BulkRegInfo
007190   MOVE BulkFileRef TO BulkRegInfo (1:16)
007200   MOVE BulkBatchRef TO BulkRegInfo (18:10)
007210   MOVE BulkDebit TO BulkRegInfo (29:12)
007220   MOVE BulkSubmitter TO BulkRegInfo (42:32)
007230   MOVE CurDateYMD TO BulkRegInfo (75:8)
007240   MOVE LinesAccepted TO BulkRegInfo (84:8)
007250   MOVE LinesRejected TO BulkRegInfo (93:8)
007260   MOVE AcceptedAmount TO BulkRegInfo (102:20)
007270   OPEN EXTEND BULKREG
007280     WRITE BulkRegRecord
007290   CLOSE BULKREG
007300   .
007310
007320 600-Reject-File.
007330   ADD 1 TO FilesRejected
007340   MOVE SPACES TO BulkBatchRef
007350   PERFORM 510-Report-Header
007360   MOVE SPACES TO ReportLine
007370   STRING 'FILE REJECTED     ' FileReason INTO ReportLine
007380   WRITE ReportLine
007390   MOVE SPACES TO ReportLine
007400   STRING 'LINES IN FILE     ' FileDetails INTO ReportLine
007410   WRITE ReportLine
007420   CLOSE BULKRPT
007430   DISPLAY 'Bulk file rejected: ' WITH NO ADVANCING
007440   DISPLAY FileReason
007450
007460   OPEN INPUT BULKIN
007470   OPEN OUTPUT BULKREJ
007480   PERFORM FOREVER
007490     READ BULKIN INTO BulkRecord AT END EXIT
007500     PERFORM NOT AT END
007510     MOVE BulkInfo TO BulkRejInfo
007520     WRITE BulkRejRecord
007530   END-PERFORM
007540   CLOSE BULKIN
007550   CLOSE BULKREJ
007560   OPEN OUTPUT BULKIN
007570   CLOSE BULKIN
007580
007590   IF BulkDebit > 0
007600     MOVE BulkDebit TO NotifyAccount
007610     MOVE SPACES TO MsgText
007620     STRING 'BULK FILE ' BulkFileRef ' REJECTED - ' FileReason
007630       DELIMITED BY SIZE INTO MsgText
007640     PERFORM 750-Notify-Owners
007650   END-IF
007660   .
007670
007680 700-Get-Account.
007690   MOVE 0 TO AccountFnd
007700   OPEN INPUT ACCOUNTS
007710     READ ACCOUNTS INTO AccountRecord KEY IS Account OF
007720     AccountRecord
007730     IF FileErrorAccounts = "00"
007740       MOVE 1 TO AccountFnd
007750     END-IF
007760   CLOSE ACCOUNTS
007770   .
007780
007790 706-Timestamp.
007800   MOVE FUNCTION CURRENT-DATE TO CurDateTime
007810   MOVE CurDateTime (1:8) TO CurDateYMD
007820   MOVE CurDateTime (9:2) TO CurTimeHH
007830   MOVE CurDateTime (11:2) TO CurTimeMM
007840   MOVE CurDateTime (13:2) TO CurTimeSS
007850   COMPUTE CurrentSeconds = FUNCTION INTEGER-OF-DATE (CurDateYMD)
007860   * 86400 + CurTimeHH * 3600 + CurTimeMM * 60 + CurTimeSS
007870   .
007880
007890 745-Msg-Append.
007900   PERFORM 706-Timestamp
007910   MOVE SPACES TO MsgInfo
007920   MOVE "N" TO MsgInfo (1:1)
007930   MOVE MsgUser TO MsgInfo (3:32)
007940   MOVE MsgText TO MsgInfo (36:96)
007950   MOVE CurrentSeconds TO MsgInfo (133:18)
007960   OPEN EXTEND MESSAGES
007970     WRITE MessageRecord
007980   CLOSE MESSAGES
007990   .
008000
008010 750-Notify-Owners.
008020   MOVE 1 TO OwnerDirDone
008030   MOVE LOW-VALUES TO Username
008040   OPEN INPUT USERS
008050   START USERS KEY IS GREATER THAN Username
008060     INVALID KEY MOVE 0 TO OwnerDirDone
008070   END-START
008080   IF OwnerDirDone = 1
008090     PERFORM FOREVER
008100       READ USERS NEXT INTO UserRecord AT END EXIT
008110       PERFORM NOT AT END
008120       MOVE 0 TO OwnerHas
008130       MOVE 1 TO AccountInd
008140       PERFORM UNTIL AccountInd > AccountCount
008150         IF Account IN AccountList (AccountInd) = NotifyAccount
008160           MOVE 1 TO OwnerHas
008170         END-IF
008180         COMPUTE AccountInd = AccountInd + 1
008190       END-PERFORM
008200       IF OwnerHas = 1
008210         MOVE Username TO MsgUser
008220         PERFORM 745-Msg-Append
008230       END-IF
008240     END-PERFORM
008250   END-IF
008260   CLOSE USERS
008270   .
008280
008290 800-Write-Trailer.
008300   MOVE SPACES TO ReportLine
008310   STRING 'LINES ACCEPTED    ' LinesAccepted INTO ReportLine
008320   WRITE ReportLine
008330   MOVE SPACES TO ReportLine
008340   STRING 'LINES REJECTED    ' LinesRejected INTO ReportLine
008350   WRITE ReportLine
008360   MOVE SPACES TO ReportLine
008370   STRING 'ACCEPTED AMOUNT   ' AcceptedAmount INTO ReportLine
008380   WRITE ReportLine
008390   CLOSE BULKRPT
008400   .
008410
008420 900-Finish.
008430   DISPLAY 'Bulk files loaded: '
008440   DISPLAY FilesLoaded
008450   DISPLAY 'Bulk files rejected: '
008460   DISPLAY FilesRejected
008470   DISPLAY 'Payment lines accepted: '
008480   DISPLAY LinesAccepted
008490   DISPLAY 'Payment lines rejected: '
008500   DISPLAY LinesRejected
008510   .
008520
008530 COPY BUSDAY.
