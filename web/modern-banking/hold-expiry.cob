000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HoldExpiry.
000030
000040 ENVIRONMENT DIVISION.
000050
000060 INPUT-OUTPUT SECTION.
000070
000080 FILE-CONTROL.
000090   SELECT OPTIONAL HOLDS
000100   ASSIGN TO '/var/banking/holds.dat'
000110   LOCK MODE IS AUTOMATIC
000120   ORGANIZATION IS LINE SEQUENTIAL
000130   ACCESS SEQUENTIAL.
000140
000150   SELECT OPTIONAL HOLDSTMP
000160   ASSIGN TO '/var/banking/holds.tmp'
000170   LOCK MODE IS AUTOMATIC
000180   ORGANIZATION IS LINE SEQUENTIAL
000190   ACCESS SEQUENTIAL.
000200
000210   SELECT OPTIONAL BATCHLOCK
000220   ASSIGN TO '/var/banking/batch_lock.dat'
000230   LOCK MODE IS AUTOMATIC
000240   ORGANIZATION IS LINE SEQUENTIAL
000250   ACCESS SEQUENTIAL.
000260
000270   SELECT OPTIONAL USERS
000280   ASSIGN TO '/var/banking/users.dat'
000290   FILE STATUS IS FileErrorUsers
000300   LOCK MODE IS AUTOMATIC
000310   ORGANIZATION INDEXED
000320   ACCESS MODE DYNAMIC
000330   RECORD IS Username IN UserRecord
000340   ALTERNATE RECORD IS Cookie IN UserRecord.
000350
000360   SELECT OPTIONAL MESSAGES
000370   ASSIGN TO '/var/banking/messages.dat'
000380   LOCK MODE IS AUTOMATIC
000390   ORGANIZATION IS LINE SEQUENTIAL
000400   ACCESS SEQUENTIAL.
000410
000420   SELECT OPTIONAL HOLDRPT
000430   ASSIGN TO RptFileName
000440   LOCK MODE IS AUTOMATIC
000450   ORGANIZATION IS LINE SEQUENTIAL
000460   ACCESS SEQUENTIAL.
000470
000480 DATA DIVISION.
000490
000500 FILE SECTION.
000510
000520 FD HOLDS.
000530 01 HoldRecord.
000540   05 HoldInfo PIC X(128).
000550
000560 FD HOLDSTMP.
000570 01 HoldTmpRecord.
000580   05 HoldInfoTmp PIC X(128).
000590
000600 FD BATCHLOCK.
000610 01 LockRecord.
000620   05 LockInfo PIC X(40).
000630
000640 FD USERS.
000650 01 UserRecord.
000660   05 Username PIC X(32).
000670   05 UserPassword PICTURE X(32).
000680   05 Cookie   PICTURE 9(32).
000690   05 IsAdmin  PIC 9(1).
000700   05 AccountList.
000710     10 AccountCount PIC 9(1) VALUE 0.
000720     10 Account OCCURS 8 TIMES PIC 9(12).
000730   05 LastActivity   PIC 9(18) VALUE 0.
000740   05 FailedAttempts PIC 9(2) VALUE 0.
000750   05 LockUntil      PIC 9(18) VALUE 0.
000760
000770 FD MESSAGES.
000780 01 MessageRecord.
000790   05 MsgInfo PIC X(150).
000800
000810 FD HOLDRPT.
000820 01 ReportLine PIC X(132).
000830
000840 WORKING-STORAGE SECTION.
000850
000860 01 FileErrorUsers    PIC XX.
000870
000880 01 CurDateTime   PIC X(21).
000890 01 CurDateYMD    PIC 9(8) VALUE 0.
000900 01 CurTimeHH     PIC 9(2) VALUE 0.
000910 01 CurTimeMM     PIC 9(2) VALUE 0.
000920 01 CurTimeSS     PIC 9(2) VALUE 0.
000930 01 CurrentSeconds PIC 9(18) VALUE 0.
000940
000950 01 RptFileName   PIC X(64).
000960
000970 01 LockBusy      PIC 9(1) VALUE 0.
000980 01 LockMaxSec    PIC 9(8) VALUE 0.
000990 01 LockMaxEnv    PIC X(8).
001000 01 LockSeconds   PIC 9(18) VALUE 0.
001010 01 LockStale     PIC 9(18) VALUE 0.
001020
001030 01 HoldAcct      PIC 9(12) VALUE 0.
001040 01 HoldAmount    PIC 9(18)V99 VALUE 0.
001050 01 HoldAmountX REDEFINES HoldAmount PIC X(20).
001060 01 HoldExpiry    PIC 9(8) VALUE 0.
001070 01 HoldExpiryX   PIC X(8).
001080 01 HoldRef       PIC X(20).
001090 01 HoldAmtDisp   PIC Z(17)9.99.
001100 01 EditAmount    PIC -(18)9.99.
001110
001120 01 MsgUser        PIC X(32).
001130 01 MsgText        PIC X(96).
001140 01 NotifyAccount  PIC 9(12) VALUE 0.
001150 01 OwnerHas       PIC 9(1) VALUE 0.
001160 01 OwnerDirDone   USAGE BINARY-LONG VALUE 0.
001170 01 AccountInd     PIC 9(1) VALUE 0.
001180
001190 01 HoldsRead      PIC 9(9) VALUE 0.
001200 01 HoldsActive    PIC 9(9) VALUE 0.
001210 01 HoldsExpired   PIC 9(9) VALUE 0.
001220 01 ExpiredAmount  PIC 9(18)V99 VALUE 0.
001230
001240 PROCEDURE DIVISION.
001250
001260 000-Main.
001270   PERFORM 100-Initialize
001280   PERFORM 170-Lock-Check
001290   IF LockBusy = 1
001300     DISPLAY 'Posting run lock is held - another run is active.'
001310     DISPLAY 'Refusing to start. Retry when it completes.'
001320     MOVE 8 TO RETURN-CODE
001330     STOP RUN
001340   END-IF
001350   PERFORM 180-Lock-Acquire
001360   PERFORM 200-Expire-Holds
001370   PERFORM 190-Lock-Release
001380   PERFORM 800-Write-Trailer
001390   PERFORM 900-Finish
001400   STOP RUN
001410   .
001420
001430 100-Initialize.
001440   PERFORM 706-Timestamp
001450   MOVE SPACES TO RptFileName
001460   STRING '/var/banking/hold-expiry-' CurDateYMD '.txt'
001470     INTO RptFileName
001480   OPEN OUTPUT HOLDRPT
001490   MOVE 'HOLD EXPIRY REPORT' TO ReportLine
001500   WRITE ReportLine
001510   MOVE SPACES TO ReportLine
001520   STRING 'DATE              ' CurDateYMD INTO ReportLine
001530   WRITE ReportLine
001540   MOVE SPACES TO ReportLine
001550   MOVE 'HOLD ACCOUNT AMOUNT REASON EXPIRY REFERENCE'
001560     TO ReportLine
001570   WRITE ReportLine
001580   .
001590
001600 170-Lock-Check.
001610   MOVE 0 TO LockBusy
001620   MOVE 0 TO LockMaxSec
001630   ACCEPT LockMaxEnv FROM ENVIRONMENT 'LOCK_MAX_SECONDS'
001640   IF LockMaxEnv > 0
001650     MOVE LockMaxEnv TO LockMaxSec
001660   ELSE
001670     MOVE 3600 TO LockMaxSec
001680   END-IF
001690   PERFORM 706-Timestamp
001700   COMPUTE LockStale = CurrentSeconds - LockMaxSec
001710   OPEN INPUT BATCHLOCK
001720   READ BATCHLOCK INTO LockRecord
001730     AT END
001740       CONTINUE
001750     NOT AT END
001760       MOVE LockInfo (1:18) TO LockSeconds
001770       IF LockSeconds >= LockStale
001780         MOVE 1 TO LockBusy
001790       END-IF
001800   END-READ
001810   CLOSE BATCHLOCK
001820   .
001830
001840 180-Lock-Acquire.
001850   PERFORM 706-Timestamp
001860   MOVE SPACES TO LockInfo
001870   MOVE CurrentSeconds TO LockInfo (1:18)
001880   MOVE "HOLDEXPIRY" TO LockInfo (20:16)
001890   OPEN OUTPUT BATCHLOCK
001900     WRITE LockRecord
001910   CLOSE BATCHLOCK
001920   .
001930
001940 190-Lock-Release.
001950   OPEN OUTPUT BATCHLOCK
001960   CLOSE BATCHLOCK
001970   .
001980
001990 200-Expire-Holds.
002000   OPEN INPUT HOLDS
002010   OPEN OUTPUT HOLDSTMP
002020   PERFORM FOREVER
002030     READ HOLDS INTO HoldRecord AT END EXIT
002040     PERFORM NOT AT END
002050     ADD 1 TO HoldsRead
002060     IF HoldInfo (10:1) = "A"
002070       MOVE HoldInfo (51:8) TO HoldExpiryX
002080       IF HoldExpiryX IS NUMERIC
002090         MOVE HoldExpiryX TO HoldExpiry
002100       ELSE
002110         MOVE 0 TO HoldExpiry
002120       END-IF
002130       IF HoldExpiry NOT = 0 AND HoldExpiry < CurDateYMD
002140         MOVE "E" TO HoldInfo (10:1)
002150         PERFORM 300-Report-Expiry
002160       ELSE
002170         ADD 1 TO HoldsActive
002180       END-IF
002190     END-IF
002200     MOVE HoldInfo TO HoldInfoTmp
002210     WRITE HoldTmpRecord
002220   END-PERFORM
002230   CLOSE HOLDS
002240   CLOSE HOLDSTMP
002250
002260   OPEN OUTPUT HOLDS
002270   OPEN INPUT HOLDSTMP
002280   PERFORM FOREVER
002290     READ HOLDSTMP INTO HoldTmpRecord AT END EXIT
002300     PERFORM NOT AT END
002310     MOVE HoldInfoTmp TO HoldInfo
002320     WRITE HoldRecord
002330   END-PERFORM
002340   CLOSE HOLDS
002350   CLOSE HOLDSTMP
002360   .
002370
002380 300-Report-Expiry.
002390   ADD 1 TO HoldsExpired
002400   MOVE HoldInfo (12:12) TO HoldAcct
002410   MOVE HoldInfo (25:20) TO HoldAmountX
002420   MOVE HoldInfo (60:20) TO HoldRef
002430   ADD HoldAmount TO ExpiredAmount
002440   MOVE HoldAmount TO EditAmount
002450   MOVE SPACES TO ReportLine
002460   STRING HoldInfo (1:8) ' ' HoldAcct ' ' EditAmount ' '
002470     HoldInfo (46:4) ' ' HoldExpiry ' ' HoldRef
002480     INTO ReportLine
002490   WRITE ReportLine
002500   MOVE HoldAmount TO HoldAmtDisp
002510   MOVE HoldAcct TO NotifyAccount
002520   MOVE SPACES TO MsgText
002530   STRING 'HOLD OF ' HoldAmtDisp ' ON ACCOUNT ' HoldAcct
002540     ' HAS EXPIRED - FUNDS ARE AVAILABLE' INTO MsgText
002550   PERFORM 750-Notify-Owners
002560   .
002570
002580 706-Timestamp.
002590   MOVE FUNCTION CURRENT-DATE TO CurDateTime
002600   MOVE CurDateTime (1:8) TO CurDateYMD
002610   MOVE CurDateTime (9:2) TO CurTimeHH
002620   MOVE CurDateTime (11:2) TO CurTimeMM
002630   MOVE CurDateTime (13:2) TO CurTimeSS
002640   COMPUTE CurrentSeconds = FUNCTION INTEGER-OF-DATE (CurDateYMD)
002650   * 86400 + CurTimeHH * 3600 + CurTimeMM * 60 + CurTimeSS
002660   .
002670
002680 745-Msg-Append.
002690   PERFORM 706-Timestamp
002700   MOVE SPACES TO MsgInfo
002710   MOVE "N" TO MsgInfo (1:1)
002720   MOVE MsgUser TO MsgInfo (3:32)
002730   MOVE MsgText TO MsgInfo (36:96)
002740   MOVE CurrentSeconds TO MsgInfo (133:18)
002750   OPEN EXTEND MESSAGES
002760     WRITE MessageRecord
002770   CLOSE MESSAGES
002780   .
002790
002800 750-Notify-Owners.
002810   MOVE 1 TO OwnerDirDone
002820   MOVE LOW-VALUES TO Username
002830   OPEN INPUT USERS
002840   START USERS KEY IS GREATER THAN Username
002850     INVALID KEY MOVE 0 TO OwnerDirDone
002860   END-START
002870   IF OwnerDirDone = 1
002880     PERFORM FOREVER
002890       READ USERS NEXT INTO UserRecord AT END EXIT
002900       PERFORM NOT AT END
002910       MOVE 0 TO OwnerHas
002920       MOVE 1 TO AccountInd
002930       PERFORM UNTIL AccountInd > AccountCount
002940         IF Account IN AccountList (AccountInd) = NotifyAccount
002950           MOVE 1 TO OwnerHas
002960         END-IF
002970         COMPUTE AccountInd = AccountInd + 1
002980       END-PERFORM
002990       IF OwnerHas = 1
003000         MOVE Username TO MsgUser
003010         PERFORM 745-Msg-Append
003020       END-IF
003030     END-PERFORM
003040   END-IF
003050   CLOSE USERS
003060   .
003070
003080 800-Write-Trailer.
003090   MOVE SPACES TO ReportLine
003100   STRING 'HOLDS READ        ' HoldsRead INTO ReportLine
003110   WRITE ReportLine
003120   MOVE SPACES TO ReportLine
003130   STRING 'EXPIRED           ' HoldsExpired INTO ReportLine
003140   WRITE ReportLine
003150   MOVE ExpiredAmount TO EditAmount
003160   MOVE SPACES TO ReportLine
003170   STRING 'EXPIRED AMOUNT    ' EditAmount INTO ReportLine
003180   WRITE ReportLine
003190   MOVE SPACES TO ReportLine
003200   STRING 'STILL ACTIVE      ' HoldsActive INTO ReportLine
003210   WRITE ReportLine
003220   CLOSE HOLDRPT
003230   .
003240
003250 900-Finish.
003260   DISPLAY 'Holds read: '
003270   DISPLAY HoldsRead
003280   DISPLAY 'Holds expired: '
003290   DISPLAY HoldsExpired
003300   .
