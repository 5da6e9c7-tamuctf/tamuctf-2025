000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OutboundReturns.
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
000170   SELECT OPTIONAL OUTGOING
000180   ASSIGN TO '/var/banking/outgoing.dat'
000190   LOCK MODE IS AUTOMATIC
000200   ORGANIZATION IS LINE SEQUENTIAL
000210   ACCESS SEQUENTIAL.
000220
000230   SELECT OPTIONAL OUTGOINGTMP
000240   ASSIGN TO '/var/banking/outgoing.tmp'
000250   LOCK MODE IS AUTOMATIC
000260   ORGANIZATION IS LINE SEQUENTIAL
000270   ACCESS SEQUENTIAL.
000280
000290   SELECT OPTIONAL OUTACK
000300   ASSIGN TO '/var/banking/outgoing_ack.dat'
000310   LOCK MODE IS AUTOMATIC
000320   ORGANIZATION IS LINE SEQUENTIAL
000330   ACCESS SEQUENTIAL.
000340
000350   SELECT OPTIONAL SETTLED
000360   ASSIGN TO SettledFileName
000370   LOCK MODE IS AUTOMATIC
000380   ORGANIZATION IS LINE SEQUENTIAL
000390   ACCESS SEQUENTIAL.
000400
000410   SELECT OPTIONAL SETTLEDCHK
000420   ASSIGN TO SettledChkName
000430   LOCK MODE IS AUTOMATIC
000440   ORGANIZATION IS LINE SEQUENTIAL
000450   ACCESS SEQUENTIAL.
000460
000470   SELECT OPTIONAL RETDONE
000480   ASSIGN TO '/var/banking/returns_done.dat'
000490   LOCK MODE IS AUTOMATIC
000500   ORGANIZATION IS LINE SEQUENTIAL
000510   ACCESS SEQUENTIAL.
000520
000530   SELECT OPTIONAL LEDGER
000540   ASSIGN TO '/var/banking/ledger.dat'
000550   LOCK MODE IS AUTOMATIC
000560   ORGANIZATION IS LINE SEQUENTIAL
000570   ACCESS SEQUENTIAL.
000580
000590   SELECT OPTIONAL BATCHLOCK
000600   ASSIGN TO '/var/banking/batch_lock.dat'
000610   LOCK MODE IS AUTOMATIC
000620   ORGANIZATION IS LINE SEQUENTIAL
000630   ACCESS SEQUENTIAL.
000640
000650   SELECT OPTIONAL USERS
000660   ASSIGN TO '/var/banking/users.dat'
000670   FILE STATUS IS FileErrorUsers
000680   LOCK MODE IS AUTOMATIC
000690   ORGANIZATION INDEXED
000700   ACCESS MODE DYNAMIC
000710   RECORD IS Username IN UserRecord
000720   ALTERNATE RECORD IS Cookie IN UserRecord.
000730
000740   SELECT OPTIONAL MESSAGES
000750   ASSIGN TO '/var/banking/messages.dat'
000760   LOCK MODE IS AUTOMATIC
000770   ORGANIZATION IS LINE SEQUENTIAL
000780   ACCESS SEQUENTIAL.
000790
000800   SELECT OPTIONAL RETRPT
000810   ASSIGN TO RptFileName
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
000930 FD OUTGOING.
000940 01 OutgoingRecord.
000950   05 OutgoingInfo PIC X(144).
000960
000970 FD OUTGOINGTMP.
000980 01 OutgoingTmpRecord.
000990   05 OutgoingInfoTmp PIC X(144).
001000
001010 FD OUTACK.
001020 01 AckRecord.
001030   05 AckInfo PIC X(64).
001040
001050 FD SETTLED.
001060 01 SettledRecord.
001070   05 SettledInfo PIC X(160).
001080
001090 FD SETTLEDCHK.
001100 01 SettledChkRecord.
001110   05 SettledChkInfo PIC X(160).
001120
001130 FD RETDONE.
001140 01 DoneRecord.
001150   05 DoneInfo PIC X(64).
001160
001170 FD LEDGER.
001180 01 LedgerRecord.
001190   05 LedgerInfo PIC X(150).
001200
001210 FD BATCHLOCK.
001220 01 LockRecord.
001230   05 LockInfo PIC X(40).
001240
001250 FD USERS.
001260 01 UserRecord.
001270   05 Username PIC X(32).
001280   05 UserPassword PICTURE X(32).
001290   05 Cookie   PICTURE 9(32).
001300   05 IsAdmin  PIC 9(1).
001310   05 AccountList.
001320     10 AccountCount PIC 9(1) VALUE 0.
001330     10 Account OCCURS 8 TIMES PIC 9(12).
001340   05 LastActivity   PIC 9(18) VALUE 0.
001350   05 FailedAttempts PIC 9(2) VALUE 0.
001360   05 LockUntil      PIC 9(18) VALUE 0.
001370
001380 FD MESSAGES.
001390 01 MessageRecord.
001400   05 MsgInfo PIC X(150).
001410
001420 FD RETRPT.
001430 01 ReportLine PIC X(132).
001440
001450 WORKING-STORAGE SECTION.
001460
001470 01 FileErrorAccounts PIC XX.
001480 01 FileErrorUsers    PIC XX.
001490
001500 01 CurDateTime   PIC X(21).
001510 01 CurDateYMD    PIC 9(8) VALUE 0.
001520 01 CurTimeHH     PIC 9(2) VALUE 0.
001530 01 CurTimeMM     PIC 9(2) VALUE 0.
001540 01 CurTimeSS     PIC 9(2) VALUE 0.
001550 01 CurrentSeconds PIC 9(18) VALUE 0.
001560
001570 01 SettledFileName PIC X(64).
001580 01 RptFileName     PIC X(64).
001590 01 SettledChkName  PIC X(64).
001600 01 SettledDate     PIC 9(8) VALUE 0.
001610
001620 01 OutDst        PIC 9(12) VALUE 0.
001630 01 OutCredit     PIC 9(20) VALUE 0.
001640 01 OutMemo       PIC X(64).
001650 01 OutTrace      PIC X(15).
001660 01 OutSrcX       PIC X(12).
001670 01 OutSettleX    PIC X(8).
001680 01 OutSrc        PIC 9(12) VALUE 0.
001690
001700 01 AckTrace      PIC X(15).
001710 01 AckStatus     PIC X(1).
001720 01 AckReason     PIC X(3).
001730 01 AckText       PIC X(40).
001740 01 AckFnd        PIC 9(1) VALUE 0.
001750
001760 01 DoneStage     PIC X(1).
001770 01 DoneRefund    PIC 9(1) VALUE 0.
001780 01 DoneSettle    PIC 9(1) VALUE 0.
001790 01 DoneDate      PIC 9(8) VALUE 0.
001800 01 DonePreBal    PIC S9(18)V99 VALUE 0.
001810 01 DonePreBalX REDEFINES DonePreBal PIC X(20).
001820 01 SettledFnd    PIC 9(1) VALUE 0.
001830
001840 01 SettleStatus  PIC X(1).
001850 01 AccountFnd    PIC 9(1) VALUE 0.
001860 01 AlreadyReturned PIC 9(1) VALUE 0.
001870 01 ReturnMemo    PIC X(64).
001880 01 RptStatus     PIC X(16).
001890 01 EditAmount    PIC -(18)9.99.
001900
001910 01 LockBusy      PIC 9(1) VALUE 0.
001920 01 LockMaxSec    PIC 9(8) VALUE 0.
001930 01 LockMaxEnv    PIC X(8).
001940 01 LockSeconds   PIC 9(18) VALUE 0.
001950 01 LockStale     PIC 9(18) VALUE 0.
001960
001970 01 MsgUser        PIC X(32).
001980 01 MsgText        PIC X(96).
001990 01 NotifyAccount  PIC 9(12) VALUE 0.
002000 01 OwnerHas       PIC 9(1) VALUE 0.
002010 01 OwnerDirDone   USAGE BINARY-LONG VALUE 0.
002020 01 AccountInd     PIC 9(1) VALUE 0.
002030
002040 01 OutgoingRead    PIC 9(9) VALUE 0.
002050 01 ItemsAccepted   PIC 9(9) VALUE 0.
002060 01 ItemsReturned   PIC 9(9) VALUE 0.
002070 01 ItemsManual     PIC 9(9) VALUE 0.
002080 01 ItemsOutstanding PIC 9(9) VALUE 0.
002090 01 ItemsOverdue     PIC 9(9) VALUE 0.
002100 01 AcceptedAmount  PIC 9(20) VALUE 0.
002110 01 ReturnedAmount  PIC 9(20) VALUE 0.
002120 01 RunFailed       PIC 9(1) VALUE 0.
002130
002140 PROCEDURE DIVISION.
002150
002160 000-Main.
002170   PERFORM 100-Initialize
002180   PERFORM 170-Lock-Check
002190   IF LockBusy = 1
002200     DISPLAY 'Posting run lock is held - another run is active.'
002210     DISPLAY 'Refusing to start. Retry when it completes.'
002220     MOVE 8 TO RETURN-CODE
002230     STOP RUN
002240   END-IF
002250   PERFORM 180-Lock-Acquire
002260   PERFORM 200-Settle-Outgoing
002270   PERFORM 190-Lock-Release
002280   PERFORM 800-Write-Trailer
002290   PERFORM 900-Finish
002300   STOP RUN
002310   .
002320
002330 100-Initialize.
002340   PERFORM 706-Timestamp
002350   MOVE CurDateYMD TO SettledDate
002360   MOVE SPACES TO SettledFileName
002370   STRING '/var/banking/outgoing-settled-' CurDateYMD '.dat'
002380     INTO SettledFileName
002390   MOVE SPACES TO RptFileName
002400   STRING '/var/banking/returns-' CurDateYMD '.txt'
002410     INTO RptFileName
002420   OPEN OUTPUT RETRPT
002430   MOVE 'OUTBOUND PAYMENT RETURNS REPORT' TO ReportLine
002440   WRITE ReportLine
002450   MOVE SPACES TO ReportLine
002460   STRING 'DATE      ' CurDateYMD INTO ReportLine
002470   WRITE ReportLine
002480   MOVE SPACES TO ReportLine
002490   MOVE 'TRACE SOURCE BENEFICIARY AMOUNT REASON STATUS MEMO'
002500     TO ReportLine
002510   WRITE ReportLine
002520   .
002530
002540 170-Lock-Check.
002550   MOVE 0 TO LockBusy
002560   MOVE 0 TO LockMaxSec
002570   ACCEPT LockMaxEnv FROM ENVIRONMENT 'LOCK_MAX_SECONDS'
002580   IF LockMaxEnv > 0
002590     MOVE LockMaxEnv TO LockMaxSec
002600   ELSE
002610     MOVE 3600 TO LockMaxSec
002620   END-IF
002630   PERFORM 706-Timestamp
002640   COMPUTE LockStale = CurrentSeconds - LockMaxSec
002650   OPEN INPUT BATCHLOCK
002660   READ BATCHLOCK INTO LockRecord
002670     AT END
002680       CONTINUE
002690     NOT AT END
002700       MOVE LockInfo (1:18) TO LockSeconds
002710       IF LockSeconds >= LockStale
002720         MOVE 1 TO LockBusy
002730       END-IF
002740   END-READ
002750   CLOSE BATCHLOCK
002760   .
002770
002780 180-Lock-Acquire.
002790   PERFORM 706-Timestamp
002800   MOVE SPACES TO LockInfo
002810   MOVE CurrentSeconds TO LockInfo (1:18)
002820   MOVE "RETURNS" TO LockInfo (20:16)
002830   OPEN OUTPUT BATCHLOCK
002840     WRITE LockRecord
002850   CLOSE BATCHLOCK
002860   .
002870
002880 190-Lock-Release.
002890   OPEN OUTPUT BATCHLOCK
002900   CLOSE BATCHLOCK
002910   .
002920
002930 200-Settle-Outgoing.
002940   OPEN EXTEND SETTLED
002950   OPEN INPUT OUTGOING
002960   OPEN OUTPUT OUTGOINGTMP
002970   PERFORM FOREVER
002980     READ OUTGOING INTO OutgoingRecord AT END EXIT
002990     PERFORM NOT AT END
003000     ADD 1 TO OutgoingRead
003010     MOVE OutgoingInfo (1:12) TO OutDst
003020     MOVE OutgoingInfo (14:20) TO OutCredit
003030     MOVE OutgoingInfo (35:64) TO OutMemo
003040     MOVE OutgoingInfo (100:15) TO OutTrace
003050     MOVE OutgoingInfo (116:12) TO OutSrcX
003060     IF OutSrcX IS NUMERIC
003070       MOVE OutSrcX TO OutSrc
003080     ELSE
003090       MOVE 0 TO OutSrc
003100     END-IF
003110     PERFORM 300-Find-Ack
003120     IF AckFnd = 0
003130       MOVE OutgoingInfo TO OutgoingInfoTmp
003140       WRITE OutgoingTmpRecord
003150       ADD 1 TO ItemsOutstanding
003160       MOVE OutgoingInfo (129:8) TO OutSettleX
003170       IF OutSettleX IS NUMERIC AND OutSettleX < CurDateYMD
003180         ADD 1 TO ItemsOverdue
003190       END-IF
003200     ELSE
003210       PERFORM 210-Done-Find
003220       IF AckStatus = "R"
003230         PERFORM 400-Post-Return
003240       ELSE
003250         MOVE "A" TO SettleStatus
003260         ADD 1 TO ItemsAccepted
003270         ADD OutCredit TO AcceptedAmount
003280       END-IF
003290       PERFORM 500-Write-Settled
003300     END-IF
003310   END-PERFORM
003320   CLOSE OUTGOING
003330   CLOSE OUTGOINGTMP
003340   CLOSE SETTLED
003350
003360   OPEN OUTPUT OUTGOING
003370   OPEN INPUT OUTGOINGTMP
003380   PERFORM FOREVER
003390     READ OUTGOINGTMP INTO OutgoingTmpRecord AT END EXIT
003400     PERFORM NOT AT END
003410     MOVE OutgoingInfoTmp TO OutgoingInfo
003420     WRITE OutgoingRecord
003430   END-PERFORM
003440   CLOSE OUTGOING
003450   CLOSE OUTGOINGTMP
003460
003470   OPEN OUTPUT RETDONE
003480   CLOSE RETDONE
003490   .
003500
003510 210-Done-Find.
003520   MOVE 0 TO DoneRefund
003530   MOVE 0 TO DoneSettle
003540   MOVE 0 TO DonePreBal
003550   MOVE 0 TO DoneDate
003560   OPEN INPUT RETDONE
003570   PERFORM FOREVER
003580     READ RETDONE INTO DoneRecord AT END EXIT
003590     PERFORM NOT AT END
003600     IF DoneInfo (1:15) = OutTrace
003610       IF DoneInfo (17:1) = "P"
003620         MOVE 1 TO DoneRefund
003630         MOVE DoneInfo (19:20) TO DonePreBalX
003640       END-IF
003650       IF DoneInfo (17:1) = "S"
003660         MOVE 1 TO DoneSettle
003670         MOVE DoneInfo (40:8) TO DoneDate
003680       END-IF
003690     END-IF
003700   END-PERFORM
003710   CLOSE RETDONE
003720   .
003730
003740 220-Done-Append.
003750   MOVE SPACES TO DoneInfo
003760   MOVE OutTrace TO DoneInfo (1:15)
003770   MOVE DoneStage TO DoneInfo (17:1)
003780   MOVE DonePreBalX TO DoneInfo (19:20)
003790   MOVE SettledDate TO DoneInfo (40:8)
003800   OPEN EXTEND RETDONE
003810     WRITE DoneRecord
003820   CLOSE RETDONE
003830   .
003840
003850 300-Find-Ack.
003860   MOVE 0 TO AckFnd
003870   MOVE SPACES TO AckStatus
003880   MOVE SPACES TO AckReason
003890   MOVE SPACES TO AckText
003900   OPEN INPUT OUTACK
003910   PERFORM FOREVER
003920     READ OUTACK INTO AckRecord AT END EXIT
003930     PERFORM NOT AT END
003940     MOVE AckInfo (1:15) TO AckTrace
003950     IF AckTrace = OutTrace AND
003960       (AckInfo (17:1) = "A" OR AckInfo (17:1) = "R")
003970       MOVE AckInfo (17:1) TO AckStatus
003980       MOVE AckInfo (19:3) TO AckReason
003990       MOVE AckInfo (23:40) TO AckText
004000       MOVE 1 TO AckFnd
004010     END-IF
004020   END-PERFORM
004030   CLOSE OUTACK
004040   .
004050
004060 400-Post-Return.
004070   MOVE SPACES TO ReturnMemo
004080   STRING 'RETURN ' OutTrace ' ' AckReason ' ' OutMemo
004090     INTO ReturnMemo
004100   MOVE 0 TO AccountFnd
004110   IF OutSrc NOT = 0
004120     MOVE OutSrc TO Account OF AccountRecord
004130     PERFORM 700-Get-Account
004140   END-IF
004150   IF AccountFnd = 0 OR AcctStatus = "C"
004160     MOVE "E" TO SettleStatus
004170     MOVE 'MANUAL REFUND' TO RptStatus
004180     ADD 1 TO ItemsManual
004190   ELSE
004200     MOVE "R" TO SettleStatus
004210     IF DoneRefund = 0
004220       MOVE Balance TO DonePreBal
004230       MOVE "P" TO DoneStage
004240       PERFORM 220-Done-Append
004250     END-IF
004260     IF Balance = DonePreBal
004270       ADD OutCredit TO Balance
004280       PERFORM 705-Rewrite-Account
004290     END-IF
004300     PERFORM 410-Already-Returned
004310     IF AlreadyReturned = 1
004320       MOVE 'ALREADY REFUNDED' TO RptStatus
004330     ELSE
004340       PERFORM 720-Ledger-Append
004350       MOVE OutSrc TO NotifyAccount
004360       MOVE SPACES TO MsgText
004370       STRING 'PAYMENT RETURNED ' AckReason ' ' OutMemo
004380         INTO MsgText
004390       PERFORM 750-Notify-Owners
004400       MOVE 'REFUNDED' TO RptStatus
004410       ADD OutCredit TO ReturnedAmount
004420     END-IF
004430     ADD 1 TO ItemsReturned
004440   END-IF
004450   MOVE OutCredit TO EditAmount
004460   MOVE SPACES TO ReportLine
004470   STRING OutTrace ' ' OutSrcX ' ' OutDst ' ' EditAmount ' '
004480     AckReason ' ' RptStatus ' ' OutMemo
004490     INTO ReportLine
004500   WRITE ReportLine
004510   IF AckText NOT = SPACES
004520     MOVE SPACES TO ReportLine
004530     STRING '                ' AckText INTO ReportLine
004540     WRITE ReportLine
004550   END-IF
004560   .
004570
004580 410-Already-Returned.
004590   MOVE 0 TO AlreadyReturned
004600   OPEN INPUT LEDGER
004610   PERFORM FOREVER
004620     READ LEDGER INTO LedgerRecord AT END EXIT
004630     PERFORM NOT AT END
004640     IF LedgerInfo (112:9) = "Returned" AND
004650       LedgerInfo (14:12) = OutSrcX AND
004660       LedgerInfo (48:23) = ReturnMemo (1:23)
004670       MOVE 1 TO AlreadyReturned
004680     END-IF
004690   END-PERFORM
004700   CLOSE LEDGER
004710   .
004720
004730 500-Write-Settled.
004740   MOVE 0 TO SettledFnd
004750   IF DoneSettle = 1
004760     PERFORM 520-Settled-Check
004770   END-IF
004780   IF SettledFnd = 0
004790     MOVE "S" TO DoneStage
004800     PERFORM 220-Done-Append
004810     PERFORM 510-Settled-Append
004820   END-IF
004830   .
004840
004850 510-Settled-Append.
004860   MOVE SPACES TO SettledInfo
004870   MOVE OutgoingInfo TO SettledInfo (1:128)
004880   MOVE SettleStatus TO SettledInfo (130:1)
004890   MOVE AckReason TO SettledInfo (132:3)
004900   MOVE CurDateTime (1:14) TO SettledInfo (136:14)
004910   MOVE OutgoingInfo (129:8) TO SettledInfo (151:8)
004920   WRITE SettledRecord
004930   .
004940
004950 520-Settled-Check.
004960   MOVE SPACES TO SettledChkName
004970   STRING '/var/banking/outgoing-settled-' DoneDate '.dat'
004980     INTO SettledChkName
004990   CLOSE SETTLED
005000   OPEN INPUT SETTLEDCHK
005010   PERFORM FOREVER
005020     READ SETTLEDCHK INTO SettledChkRecord AT END EXIT
005030     PERFORM NOT AT END
005040     IF SettledChkInfo (100:15) = OutTrace
005050       MOVE 1 TO SettledFnd
005060     END-IF
005070   END-PERFORM
005080   CLOSE SETTLEDCHK
005090   OPEN EXTEND SETTLED
005100   .
005110
005120 700-Get-Account.
005130   MOVE 0 TO AccountFnd
005140   OPEN INPUT ACCOUNTS
005150     READ ACCOUNTS INTO AccountRecord KEY IS Account OF
005160       AccountRecord
005170     IF FileErrorAccounts = "00"
005180       MOVE 1 TO AccountFnd
005190     END-IF
005200   CLOSE ACCOUNTS
005210   .
005220
005230 705-Rewrite-Account.
005240   OPEN I-O ACCOUNTS
005250     REWRITE AccountRecord
005260     IF FileErrorAccounts NOT = "00"
005270       MOVE 1 TO RunFailed
005280     END-IF
005290   CLOSE ACCOUNTS
005300   .
005310
005320 706-Timestamp.
005330   MOVE FUNCTION CURRENT-DATE TO CurDateTime
005340   MOVE CurDateTime (1:8) TO CurDateYMD
005350   MOVE CurDateTime (9:2) TO CurTimeHH
005360   MOVE CurDateTime (11:2) TO CurTimeMM
005370   MOVE CurDateTime (13:2) TO CurTimeSS
005380   COMPUTE CurrentSeconds = FUNCTION INTEGER-OF-DATE (CurDateYMD)
005390   * 86400 + CurTimeHH * 3600 + CurTimeMM * 60 + CurTimeSS
005400   .
005410
005420 720-Ledger-Append.
005430   PERFORM 706-Timestamp
005440   MOVE SPACES TO LedgerInfo
005450   MOVE ZEROS TO LedgerInfo (1:12)
005460   MOVE OutSrc TO LedgerInfo (14:12)
005470   MOVE OutCredit TO LedgerInfo (27:20)
005480   MOVE ReturnMemo TO LedgerInfo (48:64)
005490   MOVE 'Returned' TO LedgerInfo (112:9)
005500   MOVE CurrentSeconds TO LedgerInfo (121:18)
005510   OPEN EXTEND LEDGER
005520     WRITE LedgerRecord
005530   CLOSE LEDGER
005540   .
005550
005560 745-Msg-Append.
005570   PERFORM 706-Timestamp
005580   MOVE SPACES TO MsgInfo
005590   MOVE "N" TO MsgInfo (1:1)
005600   MOVE MsgUser TO MsgInfo (3:32)
005610   MOVE MsgText TO MsgInfo (36:96)
005620   MOVE CurrentSeconds TO MsgInfo (133:18)
005630   OPEN EXTEND MESSAGES
005640     WRITE MessageRecord
005650   CLOSE MESSAGES
005660   .
005670
005680 750-Notify-Owners.
005690   MOVE 1 TO OwnerDirDone
005700   MOVE LOW-VALUES TO Username
005710   OPEN INPUT USERS
005720   START USERS KEY IS GREATER THAN Username
005730     INVALID KEY MOVE 0 TO OwnerDirDone
005740   END-START
005750   IF OwnerDirDone = 1
005760     PERFORM FOREVER
005770       READ USERS NEXT INTO UserRecord AT END EXIT
005780       PERFORM NOT AT END
005790       MOVE 0 TO OwnerHas
005800       MOVE 1 TO AccountInd
005810       PERFORM UNTIL AccountInd > AccountCount
005820         IF Account IN AccountList (AccountInd) = NotifyAccount
005830           MOVE 1 TO OwnerHas
005840         END-IF
005850         COMPUTE AccountInd = AccountInd + 1
005860       END-PERFORM
005870       IF OwnerHas = 1
005880         MOVE Username TO MsgUser
005890         PERFORM 745-Msg-Append
005900       END-IF
005910     END-PERFORM
005920   END-IF
005930   CLOSE USERS
005940   .
005950
005960 800-Write-Trailer.
005970   MOVE SPACES TO ReportLine
005980   STRING 'OUTGOING READ     ' OutgoingRead INTO ReportLine
005990   WRITE ReportLine
006000   MOVE SPACES TO ReportLine
006010   STRING 'ACCEPTED          ' ItemsAccepted INTO ReportLine
006020   WRITE ReportLine
006030   MOVE SPACES TO ReportLine
006040   STRING 'ACCEPTED AMOUNT   ' AcceptedAmount INTO ReportLine
006050   WRITE ReportLine
006060   MOVE SPACES TO ReportLine
006070   STRING 'RETURNED          ' ItemsReturned INTO ReportLine
006080   WRITE ReportLine
006090   MOVE SPACES TO ReportLine
006100   STRING 'REFUNDED AMOUNT   ' ReturnedAmount INTO ReportLine
006110   WRITE ReportLine
006120   MOVE SPACES TO ReportLine
006130   STRING 'MANUAL REFUND     ' ItemsManual INTO ReportLine
006140   WRITE ReportLine
006150   MOVE SPACES TO ReportLine
006160   STRING 'STILL OUTSTANDING ' ItemsOutstanding INTO ReportLine
006170   WRITE ReportLine
006180   MOVE SPACES TO ReportLine
006190   STRING 'PAST SETTLEMENT   ' ItemsOverdue INTO ReportLine
006200   WRITE ReportLine
006210   MOVE SPACES TO ReportLine
006220   IF RunFailed = 1
006230     MOVE 'STATUS FAILED' TO ReportLine
006240   ELSE
006250     MOVE 'STATUS OK' TO ReportLine
006260   END-IF
006270   WRITE ReportLine
006280   CLOSE RETRPT
006290   .
006300
006310 900-Finish.
006320   DISPLAY 'Outgoing items read: '
006330   DISPLAY OutgoingRead
006340   DISPLAY 'Accepted: '
006350   DISPLAY ItemsAccepted
006360   DISPLAY 'Returned: '
006370   DISPLAY ItemsReturned
006380   DISPLAY 'Manual refund required: '
006390   DISPLAY ItemsManual
006400   IF RunFailed = 1
006410     MOVE 8 TO RETURN-CODE
006420   END-IF
006430   .
