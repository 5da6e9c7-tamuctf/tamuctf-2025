000122   ASSIGN TO '/var/banking/accounts.dat'
000124   SORT STATUS IS FileErrorAccounts
000126   LOCK MODE IS AUTOMATIC
000128   ORGANIZATION IS INDEXED
000130   ACCESS IS RANDOM
000132   RECORD KEY Account OF AccountRecord.
000134
000320   ORGANIZATION IS LINE SEQUENTIAL
000321   ACCESS SEQUENTIAL.
000322
000323   SELECT OPTIONAL ACCTCTL
000324   ASSIGN TO '/var/banking/acct_control.dat'
000325   FILE STATUS IS FileErrorAcctCtl
000326   LOCK MODE IS AUTOMATIC
000327   ORGANIZATION IS LINE SEQUENTIAL
000328   ACCESS SEQUENTIAL.
000329
000330   SELECT OPTIONAL HOLDS
000331   ASSIGN TO '/var/banking/holds.dat'
000332   LOCK MODE IS AUTOMATIC
000333   ORGANIZATION IS LINE SEQUENTIAL
000334   ACCESS SEQUENTIAL.
000335
000336   SELECT OPTIONAL HOLDSTMP
000337   ASSIGN TO '/var/banking/holds.tmp'
000338   LOCK MODE IS AUTOMATIC
000339   ORGANIZATION IS LINE SEQUENTIAL
000340   ACCESS SEQUENTIAL.
000341
000342   SELECT OPTIONAL HOLIDAYS
000343   ASSIGN TO '/var/banking/holidays.dat'
000344   LOCK MODE IS AUTOMATIC
000345   ORGANIZATION IS LINE SEQUENTIAL
000346   ACCESS SEQUENTIAL.
000347
000348   SELECT OPTIONAL HOLIDAYSTMP
000349   ASSIGN TO '/var/banking/holidays.tmp'
000350   LOCK MODE IS AUTOMATIC
000351   ORGANIZATION IS LINE SEQUENTIAL
000352   ACCESS SEQUENTIAL.
000353
000354   SELECT OPTIONAL PAYEES
000355   ASSIGN TO '/var/banking/payees.dat'
000356   LOCK MODE IS AUTOMATIC
000357   ORGANIZATION IS LINE SEQUENTIAL
000358   ACCESS SEQUENTIAL.
000359
000360   SELECT OPTIONAL PAYEESTMP
000361   ASSIGN TO '/var/banking/payees.tmp'
000362   LOCK MODE IS AUTOMATIC
000363   ORGANIZATION IS LINE SEQUENTIAL
000364   ACCESS SEQUENTIAL.
000365
000366   SELECT OPTIONAL APPROVALS
000367   ASSIGN TO '/var/banking/approvals.dat'
000368   LOCK MODE IS AUTOMATIC
000369   ORGANIZATION IS LINE SEQUENTIAL
000370   ACCESS SEQUENTIAL.
000371
000372   SELECT OPTIONAL APPROVALSTMP
000373   ASSIGN TO '/var/banking/approvals.tmp'
000374   LOCK MODE IS AUTOMATIC
000375   ORGANIZATION IS LINE SEQUENTIAL
000376   ACCESS SEQUENTIAL.
000377
000378   SELECT OPTIONAL TERMDEPS
000379   ASSIGN TO '/var/banking/term_deposits.dat'
000380   LOCK MODE IS AUTOMATIC
000381   ORGANIZATION IS LINE SEQUENTIAL
000382   ACCESS SEQUENTIAL.
000383
000384   SELECT OPTIONAL TERMDEPSTMP
000385   ASSIGN TO '/var/banking/term_deposits.tmp'
000386   LOCK MODE IS AUTOMATIC
000387   ORGANIZATION IS LINE SEQUENTIAL
000388   ACCESS SEQUENTIAL.
000322
000390 DATA DIVISION.
000410
000420 FILE SECTION.
000440 FD USERS.
000450 01 UserRecord.
000460   05 Username PIC X(32).
000470   05 UserPassword PICTURE X(32).
000500   05 Cookie   PICTURE 9(32).
000510   05 IsAdmin  PIC 9(1).
000520   05 AccountList.
000663
000664 FD OUTGOING.
000665 01 OutgoingRecord.
000666   05 OutgoingInfo PIC X(144).
000667
000668 FD BATCHLOCK.
000669 01 LockRecord.
000685 01 HeldTmpRecord.
000686   05 HeldInfoTmp PIC X(160).
000687
000688 FD ACCTCTL.
000689 01 AcctCtlRecord.
000690   05 AcctCtlInfo PIC X(32).
000691
000692 FD HOLDS.
000693 01 HoldRecord.
000694   05 HoldInfo PIC X(128).
000695
000696 FD HOLDSTMP.
000697 01 HoldTmpRecord.
000698   05 HoldInfoTmp PIC X(128).
000699
000700 FD HOLIDAYS.
000701 01 HolidayRecord.
000702   05 HolidayInfo PIC X(80).
000703
000704 FD HOLIDAYSTMP.
000705 01 HolidayTmpRecord.
000706   05 HolidayInfoTmp PIC X(80).
000707
000708 FD PAYEES.
000709 01 PayeeRecord.
000710   05 PayeeInfo PIC X(128).
000711
000712 FD PAYEESTMP.
000713 01 PayeeTmpRecord.
000714   05 PayeeInfoTmp PIC X(128).
000715
000716 FD APPROVALS.
000717 01 ApprovalRecord.
000718   05 ApprInfo PIC X(260).
000719
000720 FD APPROVALSTMP.
000721 01 ApprovalTmpRecord.
000722   05 ApprInfoTmp PIC X(260).
000723
000724 FD TERMDEPS.
000725 01 TermRecord.
000726   05 TermInfo PIC X(128).
000727
000728 FD TERMDEPSTMP.
000729 01 TermTmpRecord.
000730   05 TermInfoTmp PIC X(128).
000687
000670 WORKING-STORAGE SECTION.
000700
000710 01 FileErrorUsers    PIC XX.
002046 01 CkptSrc        PIC 9(12) VALUE 0.
002047 01 CkptDst        PIC 9(12) VALUE 0.
002048 01 CkptCredit     PIC 9(20) VALUE 0.
002048 01 CkptSrcPreBal  PIC S9(18)V99 VALUE 0.
002048 01 CkptSrcPreBalX REDEFINES CkptSrcPreBal PIC X(20).
002048 01 CkptDstPreBal  PIC S9(18)V99 VALUE 0.
002048 01 CkptDstPreBalX REDEFINES CkptDstPreBal PIC X(20).
002048 01 CkptOutcome    PIC X(9) VALUE SPACES.
002049 01 CkptSkipInd    USAGE BINARY-LONG VALUE 0.
002135 01 DispOrigTs    PIC 9(18) VALUE 0.
002136 01 DispResolveId PIC 9(8) VALUE 0.
002137 01 DispApprove   PIC 9(1) VALUE 0.
002138
002139 01 OdAccount     PIC 9(12) VALUE 0.
002140 01 OdLimitNew    PIC 9(18)V99 VALUE 0.
002141 01 OdResult      PIC 9(1) VALUE 0.
002142 01 BalanceDisp   PIC -9(18).99.
002143
002144 01 FileErrorAcctCtl PIC XX.
002145 01 CheckAcct     PIC 9(12) VALUE 0.
002146 01 CheckOK       PIC 9(1) VALUE 0.
002147 01 AllocBase     PIC 9(10) VALUE 0.
002148 01 AllocAcct     PIC 9(12) VALUE 0.
002149 01 AllocDone     PIC 9(1) VALUE 0.
002150 01 SendBadCheck  PIC 9(1) VALUE 0.
002151 01 OwnerBadCheck PIC 9(1) VALUE 0.
002152 01 SendDormant   PIC 9(1) VALUE 0.
002153 01 ReactAccount  PIC 9(12) VALUE 0.
002154 01 ReactResult   PIC 9(1) VALUE 0.
002155
002156 01 HoldAcct      PIC 9(12) VALUE 0.
002157 01 HoldTotal     PIC 9(18)V99 VALUE 0.
002158 01 HoldAmount    PIC 9(18)V99 VALUE 0.
002159 01 HoldAmountX REDEFINES HoldAmount PIC X(20).
002160 01 HoldExpiry    PIC 9(8) VALUE 0.
002161 01 HoldExpiryX   PIC X(8).
002162 01 HoldReason    PIC X(4).
002163 01 HoldRef       PIC X(20).
002164 01 HoldId        PIC 9(8) VALUE 0.
002165 01 HoldLastId    PIC 9(8) VALUE 0.
002166 01 HoldAction    PIC X(1).
002167 01 HoldResult    PIC 9(1) VALUE 0.
002168 01 HoldFnd       PIC 9(1) VALUE 0.
002169 01 HoldAmtDisp   PIC Z(17)9.99.
002170 01 AvailBalance  PIC S9(18)V99 VALUE 0.
002171 01 LimitAvailChk PIC 9(1) VALUE 0.
002172 01 SendNoFunds   PIC 9(1) VALUE 0.
002173 01 SendRolled    PIC 9(8) VALUE 0.
002174 01 StandAnchor   PIC 9(2) VALUE 0.
002175 01 StandAnchorX  PIC X(2).
002176 01 HolDate       PIC 9(8) VALUE 0.
002177 01 HolName       PIC X(40).
002178 01 HolResult     PIC 9(1) VALUE 0.
002179 01 HolFnd        PIC 9(1) VALUE 0.
002180 01 PayeeId       PIC 9(8) VALUE 0.
002181 01 PayeeIdX      PIC X(8).
002182 01 PayeeLastId   PIC 9(8) VALUE 0.
002183 01 PayeeAcct     PIC 9(12) VALUE 0.
002184 01 PayeeAcctX    PIC X(12).
002185 01 PayeeType     PIC X(1).
002186 01 PayeeName     PIC X(32).
002187 01 PayeeAdded    PIC 9(18) VALUE 0.
002188 01 PayeeAge      PIC 9(18) VALUE 0.
002189 01 PayeeFnd      PIC 9(1) VALUE 0.
002190 01 PayeeResult   PIC 9(1) VALUE 0.
002191 01 PayeeCooling  PIC 9(1) VALUE 0.
002192 01 PayeeFirst    PIC 9(1) VALUE 0.
002193 01 PayeeNewFlag  PIC X(1) VALUE SPACE.
002194 01 PayeeIntOnly  PIC 9(1) VALUE 0.
002195 01 PayeeCoolEnv  PIC X(8).
002196 01 PayeeCoolSec  PIC 9(9) VALUE 0.
002197 01 PayeeFirstEnv PIC X(20).
002198 01 PayeeFirstLimit PIC 9(18)V99 VALUE 0.
002199 01 PayeeWaitMin  PIC Z(8)9.
002200 01 SendCooling   PIC 9(1) VALUE 0.
002201 01 SendFirstLimit PIC 9(1) VALUE 0.
002202 01 PayeeInd     PIC 9(1) VALUE 0.
002203 01 PayeeMode    PIC X(1) VALUE SPACE.
002204 01 PayeeAcctList.
002205   05 PayeeAcctCount PIC 9(1) VALUE 0.
002206   05 PayeeOwnAcct OCCURS 8 TIMES PIC 9(12).
002207 01 ApprId        PIC 9(8) VALUE 0.
002208 01 ApprIdX       PIC X(8).
002209 01 ApprLastId    PIC 9(8) VALUE 0.
002210 01 ApprAction    PIC X(16).
002211 01 ApprMaker     PIC X(32).
002212 01 ApprData      PIC X(128).
002213 01 ApprDecision  PIC X(1).
002214 01 ApprFnd       PIC 9(1) VALUE 0.
002215 01 ApprResult    PIC 9(1) VALUE 0.
002216 01 ApprReplay    PIC 9(1) VALUE 0.
002217 01 ApprListMode  PIC X(1).
002218 01 ApprSubmitted PIC 9(18) VALUE 0.
002219 01 ApprAge       PIC 9(18) VALUE 0.
002220 01 ApprExpEnv    PIC X(8).
002221 01 ApprExpSec    PIC 9(9) VALUE 0.
002222 01 NewAcctType   PIC X(1).
002223 01 TermResult    PIC 9(1) VALUE 0.
002224 01 TermBreakResult PIC 9(1) VALUE 0.
002225 01 TermAcct      PIC 9(12) VALUE 0.
002226 01 TermFundAcct  PIC 9(12) VALUE 0.
002227 01 TermPayout    PIC 9(12) VALUE 0.
002228 01 TermMonths    PIC 9(3) VALUE 0.
002229 01 TermRate      PIC 9(1)V9(6) VALUE 0.
002230 01 TermRateX REDEFINES TermRate PIC X(7).
002231 01 TermRateEnv   PIC X(10).
002232 01 TermRatePct   PIC Z9.99.
002233 01 TermStart     PIC 9(8) VALUE 0.
002234 01 TermMaturity  PIC 9(8) VALUE 0.
002235 01 TermInstr     PIC X(1).
002236 01 TermStatus    PIC X(1).
002237 01 TermPrincipal PIC 9(20) VALUE 0.
002238 01 TermPenalty   PIC 9(20) VALUE 0.
002239 01 TermAmtDisp   PIC Z(17)9.
002240 01 TermFnd       PIC 9(1) VALUE 0.
002241 01 TermOptInd    PIC 9(1) VALUE 0.
002242 01 SweepTermLock PIC 9(1) VALUE 0.
002243 01 HeldFnd       PIC 9(1) VALUE 0.
002244 01 HeldHit       PIC 9(1) VALUE 0.
002245 01 HeldKey.
002246   05 HeldKeySrc  PIC X(12).
002247   05 HeldKeyDst  PIC X(12).
002248   05 HeldKeyAmt  PIC X(20).
002249   05 HeldKeyTs   PIC X(18).
002250 01 PayeeLimitDisp PIC Z(17)9.99.
002251 01 SendTermLock  PIC 9(1) VALUE 0.
002180
002181   COPY HOLCAL.
002075
002076
002077 PROCEDURE DIVISION.
002410
002420 101-Parse-Cookie.
002430   UNSTRING ReqCookieString DELIMITED BY "=" INTO ReqCookieName
002440     ReqCookieVal
002450   .
002460
002470
002740   ACCEPT ReqCookieString FROM ENVIRONMENT 'HTTP_COOKIE'.
002750   ACCEPT ReqData FROM SYSIPT.
002760   UNSTRING QueryString DELIMITED BY "&" INTO ARG (1) ARG (2)
002770     ARG (3) ARG (4) ARG (5) ARG (6) ARG (7) ARG (8)
003000   UNSTRING ReqData DELIMITED BY "&" INTO DATAV (1) DATAV (2)
003010     DATAV (3) DATAV (4) DATAV (5) DATAV (6) DATAV (7) DATAV (8)
003020   PERFORM 101-Parse-Cookie
003030   MOVE "page" to Argtarget
003040   PERFORM 100-Parse-Args
003705       IF LockUntil > CurrentSeconds
003706         MOVE 1 TO Loginlocked
003707       ELSE
003710         IF UserPassword = Loginpass
003720           MOVE 1 To Loginsuccess
003730         END-IF
003732       END-IF
004220   CLOSE USERS
004230
004240   if Userexists NOT = 1
004250     MOVE Loginpass to UserPassword
004260     MOVE Loginuser to Username
004270     MOVE 0 to AccountCount
004300     PERFORM 103-DB-CookieGen
005311   PERFORM 106-DB-Timestamp
005312   MOVE CurrentSeconds TO Info (111:18)
005313   MOVE PendValDate TO Info (129:8)
005314   MOVE PayeeNewFlag TO Info (139:1)
005315   PERFORM 136-DB-LockCheck
005315   IF LockBusy = 1
005316     MOVE Info TO InfoNext
005317     PERFORM 135-DB-PendingNextAdd
005532   END-PERFORM
005533   CLOSE LEDGER
005534
005535   MOVE 0 TO SendFirstLimit
005536   IF PayeeFirst = 1
005537     ACCEPT PayeeFirstEnv FROM ENVIRONMENT 'PAYEE_FIRST_LIMIT'
005538     IF PayeeFirstEnv > 0
005539       MOVE FUNCTION NUMVAL (PayeeFirstEnv) TO PayeeFirstLimit
005540     ELSE
005541       MOVE 1000 TO PayeeFirstLimit
005542     END-IF
005543     IF Credit > PayeeFirstLimit
005544       MOVE 1 TO SendFirstLimit
005545     END-IF
005546   END-IF
005547
005548   MOVE 0 TO SendNoFunds
005549   IF LimitAvailChk = 1
005537     MOVE AccountSrc TO Account OF AccountRecord
005538     PERFORM 104-DB-GetAccount
005539     MOVE AccountSrc TO HoldAcct
005540     PERFORM 154-DB-HoldTotal
005541     IF AccountFnd = 1 AND
005542       Credit > Balance - HoldTotal + OverdraftLimit
005543       MOVE 1 TO SendNoFunds
005544     END-IF
005545   END-IF
005546
005547   IF Credit > TxLimit OR (DailySent + Credit) > DailyLimit OR
005548     SendNoFunds = 1 OR SendFirstLimit = 1
005549     MOVE "Rejected" TO LedgerOutcome
005550     PERFORM 109-DB-LedgerAppend
005538   ELSE
005539     MOVE 1 TO LimitOK
005540   END-IF
005662   MOVE Memo TO StandingInfo (48:63)
005663   MOVE StandFreq TO StandingInfo (111:1)
005664   MOVE StandNextRun TO StandingInfo (113:8)
005665   MOVE StandAnchor TO StandingInfo (122:2)
005666   OPEN EXTEND STANDING
005666     WRITE StandingRecord
005667   CLOSE STANDING
005668   .
005762   PERFORM FOREVER
005763     READ STANDING INTO StandingRecord AT END EXIT
005764     PERFORM NOT AT END
005765     MOVE StandingInfo (111:1) TO StandFreq
005766     MOVE StandingInfo (113:8) TO StandNextRun
005767     MOVE StandingInfo (122:2) TO StandAnchorX
005768     IF StandAnchorX IS NUMERIC
005769       MOVE StandAnchorX TO StandAnchor
005770     ELSE
005771       MOVE 99 TO StandAnchor
005772     END-IF
005773     IF StandNextRun > 0 AND StandNextRun <= CurDateYMD
005767       MOVE StandingInfo (1:12) TO AccountSrc
005768       MOVE StandingInfo (14:12) TO AccountDst
005769       MOVE StandingInfo (27:20) TO Credit
005784         PERFORM 120-DB-StandingNext
005785       END-PERFORM
005786       MOVE StandNextRun TO StandingInfo (113:8)
005787       MOVE StandAnchor TO StandingInfo (122:2)
005788     END-IF
005780     MOVE StandingInfo TO StandingInfoTmp
005781     WRITE StandingTmpRecord
005782   END-PERFORM
005795   CLOSE STANDINGTMP
005796   .
005796
005798 120-DB-StandingNext.
005800   MOVE StandFreq TO CalFreq
005802   MOVE StandAnchor TO CalAnchor
005804   MOVE StandNextRun TO CalDate
005806   PERFORM 967-Cal-Next-Run
005808   MOVE CalDate TO StandNextRun
005810   MOVE CalAnchor TO StandAnchor
005812   .
005819
005820 121-DB-AuditAppend.
005821   MOVE 0 TO AuditSeq
005995     END-IF
005996   CLOSE USERS
005997   IF Userexists = 1 AND LockUntil <= CurrentSeconds AND
005998     UserPassword = Loginpass AND NewPassword NOT = SPACES
005999     MOVE NewPassword TO UserPassword
006001     MOVE 0 TO FailedAttempts
006002     PERFORM 103-DB-CookieGen
006003     OPEN I-O USERS
006011   END-IF
006012
006013   IF Userexists = 1 AND PwSetOk = 0 AND
006014     LockUntil <= CurrentSeconds AND UserPassword NOT = Loginpass
006015     MOVE 0 TO LoginMaxAttempts
006016     ACCEPT LoginMaxAttEnv FROM ENVIRONMENT 'LOGIN_MAX_ATTEMPTS'
006017     IF LoginMaxAttEnv > 0
006273   MOVE Credit TO OutgoingInfo (14:20)
006274   MOVE Memo TO OutgoingInfo (35:64)
006275   MOVE OutTrace TO OutgoingInfo (100:15)
006276   MOVE AccountSrc TO OutgoingInfo (116:12)
006277   MOVE CurDateYMD TO CalDate
006278   PERFORM 969-Cal-Settle-Date
006279   MOVE CalDate TO OutgoingInfo (129:8)
006280   OPEN EXTEND OUTGOING
006277     WRITE OutgoingRecord
006278   CLOSE OUTGOING
006279   .
006579   PERFORM 106-DB-Timestamp
006580   MOVE CurrentSeconds TO Info (111:18)
006581   MOVE PendValDate TO Info (129:8)
006582   MOVE PayeeNewFlag TO Info (139:1)
006583   MOVE "DUPLICATE" TO HeldReason
006583   PERFORM 146-DB-HeldAdd
006584   .
006585
006639     DISPLAY '</td><td>' WITH NO ADVANCING
006640     DISPLAY HeldInfo (142:16) WITH NO ADVANCING
006641     DISPLAY '</td><td>' WITH NO ADVANCING
006642     IF HeldInfo (139:1) = "N"
006643       DISPLAY 'New payee (under 1 day old)' WITH NO ADVANCING
006644     END-IF
006645     DISPLAY '</td><td>' WITH NO ADVANCING
006646     DISPLAY '<form action="/?page=admin" method="post"><input '
006647     'type="hidden" name="action" value="held_release"><input t'
006644     'ype="hidden" name="held_id" value="' WITH NO ADVANCING
006645     DISPLAY HeldRecInd WITH NO ADVANCING
006646     DISPLAY '"><button type="submit">Release</button></form>'
006657   .
006658
006659 150-DB-HeldResolve.
006660   MOVE 0 TO HeldFnd
006661   OPEN INPUT HELD
006662   OPEN OUTPUT HELDTMP
006663   PERFORM FOREVER
006664     READ HELD INTO HeldRecord AT END EXIT
006665     PERFORM NOT AT END
006666     PERFORM 182-DB-HeldKeyMatch
006667     IF HeldHit = 1
006668       IF HeldAction = 1
006669         MOVE HeldInfo (1:140) TO InfoNext
006670         MOVE "A" TO InfoNext (137:1)
006717   CLOSE HELD
006718   CLOSE HELDTMP
006719   .
006720
006721 152-DB-CheckDigit.
006722   MOVE 0 TO CheckOK
006723   IF CheckAcct >= 100000000000 AND
006724     FUNCTION MOD (CheckAcct, 97) = 1
006725     MOVE 1 TO CheckOK
006726   END-IF
006727   .
006728
006729 153-DB-AcctAllocate.
006730   MOVE 0 TO AllocBase
006731   OPEN INPUT ACCTCTL
006732   READ ACCTCTL INTO AcctCtlRecord
006733   IF FileErrorAcctCtl = "00" AND AcctCtlInfo (1:10) IS NUMERIC
006734     MOVE AcctCtlInfo (1:10) TO AllocBase
006735   END-IF
006736   CLOSE ACCTCTL
006737   IF AllocBase < 1000000000
006738     MOVE 1000000000 TO AllocBase
006739   END-IF
006740   MOVE 1 TO AccountFnd
006741   PERFORM UNTIL AccountFnd = 0
006742     ADD 1 TO AllocBase
006743     COMPUTE AllocAcct = AllocBase * 100 + 98 -
006744       FUNCTION MOD (AllocBase * 100, 97)
006745     MOVE AllocAcct TO Account OF AccountRecord
006746     PERFORM 104-DB-GetAccount
006747   END-PERFORM
006748   MOVE SPACES TO AcctCtlInfo
006749   MOVE AllocBase TO AcctCtlInfo (1:10)
006750   OPEN OUTPUT ACCTCTL
006751     WRITE AcctCtlRecord
006752   CLOSE ACCTCTL
006753   .
006754
006755 154-DB-HoldTotal.
006756   MOVE 0 TO HoldTotal
006757   PERFORM 106-DB-Timestamp
006758   OPEN INPUT HOLDS
006759   PERFORM FOREVER
006760     READ HOLDS INTO HoldRecord AT END EXIT
006761     PERFORM NOT AT END
006762     IF HoldInfo (10:1) = "A" AND HoldInfo (12:12) = HoldAcct
006763       MOVE HoldInfo (51:8) TO HoldExpiryX
006764       IF HoldExpiryX IS NUMERIC
006765         MOVE HoldExpiryX TO HoldExpiry
006766       ELSE
006767         MOVE 0 TO HoldExpiry
006768       END-IF
006769       IF HoldExpiry = 0 OR HoldExpiry >= CurDateYMD
006770         MOVE HoldInfo (25:20) TO HoldAmountX
006771         ADD HoldAmount TO HoldTotal
006772       END-IF
006773     END-IF
006774   END-PERFORM
006775   CLOSE HOLDS
006776   .
006777
006778 155-DB-HoldPlace.
006779   MOVE 0 TO HoldLastId
006780   OPEN INPUT HOLDS
006781   PERFORM FOREVER
006782     READ HOLDS INTO HoldRecord AT END EXIT
006783     PERFORM NOT AT END
006784     MOVE HoldInfo (1:8) TO HoldLastId
006785   END-PERFORM
006786   CLOSE HOLDS
006787   COMPUTE HoldId = HoldLastId + 1
006788   PERFORM 106-DB-Timestamp
006789   MOVE SPACES TO HoldInfo
006790   MOVE HoldId TO HoldInfo (1:8)
006791   MOVE "A" TO HoldInfo (10:1)
006792   MOVE HoldAcct TO HoldInfo (12:12)
006793   MOVE HoldAmountX TO HoldInfo (25:20)
006794   MOVE HoldReason TO HoldInfo (46:4)
006795   MOVE HoldExpiry TO HoldInfo (51:8)
006796   MOVE HoldRef TO HoldInfo (60:20)
006797   MOVE Username TO HoldInfo (81:32)
006798   MOVE CurDateTime (1:14) TO HoldInfo (114:14)
006799   OPEN EXTEND HOLDS
006800     WRITE HoldRecord
006801   CLOSE HOLDS
006802   .
006803
006804 156-DB-HoldUpdate.
006805   MOVE 0 TO HoldFnd
006806   OPEN INPUT HOLDS
006807   OPEN OUTPUT HOLDSTMP
006808   PERFORM FOREVER
006809     READ HOLDS INTO HoldRecord AT END EXIT
006810     PERFORM NOT AT END
006811     IF HoldInfo (1:8) = HoldId AND HoldInfo (10:1) = "A"
006812       MOVE 1 TO HoldFnd
006813       MOVE HoldInfo (12:12) TO HoldAcct
006814       IF HoldAction = "R"
006815         MOVE "R" TO HoldInfo (10:1)
006816       ELSE
006817         MOVE HoldAmountX TO HoldInfo (25:20)
006818         MOVE HoldExpiry TO HoldInfo (51:8)
006819       END-IF
006820     END-IF
006821     MOVE HoldInfo TO HoldInfoTmp
006822     WRITE HoldTmpRecord
006823   END-PERFORM
006824   CLOSE HOLDS
006825   CLOSE HOLDSTMP
006826
006827   OPEN OUTPUT HOLDS
006828   OPEN INPUT HOLDSTMP
006829   PERFORM FOREVER
006830     READ HOLDSTMP INTO HoldTmpRecord AT END EXIT
006831     PERFORM NOT AT END
006832     MOVE HoldInfoTmp TO HoldInfo
006833     WRITE HoldRecord
006834   END-PERFORM
006835   CLOSE HOLDS
006836   CLOSE HOLDSTMP
006837   .
006838
006839 157-DB-HoldList.
006840   OPEN INPUT HOLDS
006841   PERFORM FOREVER
006842     READ HOLDS INTO HoldRecord AT END EXIT
006843     PERFORM NOT AT END
006844     IF HoldInfo (10:1) = "A"
006845       MOVE HoldInfo (25:20) TO HoldAmountX
006846       MOVE HoldAmount TO HoldAmtDisp
006847       DISPLAY '<tr><td>' WITH NO ADVANCING
006848       DISPLAY HoldInfo (1:8) WITH NO ADVANCING
006849       DISPLAY '</td><td>' WITH NO ADVANCING
006850       DISPLAY HoldInfo (12:12) WITH NO ADVANCING
006851       DISPLAY '</td><td>' WITH NO ADVANCING
006852       DISPLAY HoldAmtDisp WITH NO ADVANCING
006853       DISPLAY '</td><td>' WITH NO ADVANCING
006854       DISPLAY HoldInfo (46:4) WITH NO ADVANCING
006855       DISPLAY '</td><td>' WITH NO ADVANCING
006856       DISPLAY HoldInfo (51:8) WITH NO ADVANCING
006857       DISPLAY '</td><td>' WITH NO ADVANCING
006858       DISPLAY HoldInfo (60:20) WITH NO ADVANCING
006859       DISPLAY '</td><td>' WITH NO ADVANCING
006860       DISPLAY HoldInfo (81:32) WITH NO ADVANCING
006861       DISPLAY '</td><td>' WITH NO ADVANCING
006862       DISPLAY '<form action="/?page=admin" method="post"><input '
006863       'type="hidden" name="action" value="hold_change"><input t'
006864       'ype="hidden" name="hold_id" value="' WITH NO ADVANCING
006865       DISPLAY HoldInfo (1:8) WITH NO ADVANCING
006866       DISPLAY '"><input required type="number" name="hold_amoun'
006867       't" min=0.01 step=0.01 placeholder="Amount"><input type="'
006868       'number" name="hold_expiry" min=20250101 max=29991231 ste'
006869       'p=1 placeholder="Expiry YYYYMMDD"><button type="submit">'
006870       'Change</button></form>' WITH NO ADVANCING
006871       DISPLAY '<form action="/?page=admin" method="post"><input '
006872       'type="hidden" name="action" value="hold_release"><input '
006873       'type="hidden" name="hold_id" value="' WITH NO ADVANCING
006874       DISPLAY HoldInfo (1:8) WITH NO ADVANCING
006875       DISPLAY '"><button type="submit">Release</button></form>'
006876       WITH NO ADVANCING
006877       DISPLAY '</td></tr>'
006878     END-IF
006879   END-PERFORM
006880   CLOSE HOLDS
006881   .
006882
006883 158-DB-HolidayAdd.
006884   MOVE 0 TO HolFnd
006885   OPEN INPUT HOLIDAYS
006886   PERFORM FOREVER
006887     READ HOLIDAYS INTO HolidayRecord AT END EXIT
006888     PERFORM NOT AT END
006889     IF HolidayInfo (1:8) = HolDate
006890       MOVE 1 TO HolFnd
006891     END-IF
006892   END-PERFORM
006893   CLOSE HOLIDAYS
006894   IF HolFnd = 0
006895     MOVE SPACES TO HolidayInfo
006896     MOVE HolDate TO HolidayInfo (1:8)
006897     MOVE HolName TO HolidayInfo (10:40)
006898     OPEN EXTEND HOLIDAYS
006899       WRITE HolidayRecord
006900     CLOSE HOLIDAYS
006901     MOVE 0 TO CalLoaded
006902   END-IF
006903   .
006904
006905 159-DB-HolidayDelete.
006906   MOVE 0 TO HolFnd
006907   OPEN INPUT HOLIDAYS
006908   OPEN OUTPUT HOLIDAYSTMP
006909   PERFORM FOREVER
006910     READ HOLIDAYS INTO HolidayRecord AT END EXIT
006911     PERFORM NOT AT END
006912     IF HolidayInfo (1:8) = HolDate
006913       MOVE 1 TO HolFnd
006914     ELSE
006915       MOVE HolidayInfo TO HolidayInfoTmp
006916       WRITE HolidayTmpRecord
006917     END-IF
006918   END-PERFORM
006919   CLOSE HOLIDAYS
006920   CLOSE HOLIDAYSTMP
006921
006922   OPEN OUTPUT HOLIDAYS
006923   OPEN INPUT HOLIDAYSTMP
006924   PERFORM FOREVER
006925     READ HOLIDAYSTMP INTO HolidayTmpRecord AT END EXIT
006926     PERFORM NOT AT END
006927     MOVE HolidayInfoTmp TO HolidayInfo
006928     WRITE HolidayRecord
006929   END-PERFORM
006930   CLOSE HOLIDAYS
006931   CLOSE HOLIDAYSTMP
006932   MOVE 0 TO CalLoaded
006933   .
006934
006935 160-DB-HolidayList.
006936   PERFORM 106-DB-Timestamp
006937   OPEN INPUT HOLIDAYS
006938   PERFORM FOREVER
006939     READ HOLIDAYS INTO HolidayRecord AT END EXIT
006940     PERFORM NOT AT END
006941     IF HolidayInfo (1:8) IS NUMERIC AND
006942       HolidayInfo (1:8) >= CurDateYMD
006943       DISPLAY '<tr><td>' WITH NO ADVANCING
006944       DISPLAY HolidayInfo (1:8) WITH NO ADVANCING
006945       DISPLAY '</td><td>' WITH NO ADVANCING
006946       DISPLAY HolidayInfo (10:40) WITH NO ADVANCING
006947       DISPLAY '</td><td>' WITH NO ADVANCING
006948       DISPLAY '<form action="/?page=admin" method="post"><input '
006949       'type="hidden" name="action" value="holiday_remove"><inpu'
006950       't type="hidden" name="hol_date" value="' WITH NO ADVANCING
006951       DISPLAY HolidayInfo (1:8) WITH NO ADVANCING
006952       DISPLAY '"><button type="submit">Remove</button></form>'
006953       WITH NO ADVANCING
006954       DISPLAY '</td></tr>'
006955     END-IF
006956   END-PERFORM
006957   CLOSE HOLIDAYS
006958   .
006959
006960 161-DB-PayeeResolve.
006961   MOVE 0 TO PayeeFnd
006962   MOVE 0 TO PayeeCooling
006963   MOVE 0 TO PayeeFirst
006964   MOVE SPACE TO PayeeNewFlag
006965   MOVE "payee" to Datatarget
006966   PERFORM 100-Parse-Data
006967   IF Datadone = 1 AND Dataval (1:1) = "O"
006968     MOVE Dataval (2:12) TO PayeeAcctX
006969     IF PayeeAcctX IS NUMERIC
006970       MOVE PayeeAcctX TO PayeeAcct
006971       MOVE 1 TO AccountInd
006972       PERFORM UNTIL AccountInd > AccountCount
006973         IF Account IN AccountList (AccountInd) = PayeeAcct
006974           MOVE 1 TO PayeeFnd
006975         END-IF
006976         COMPUTE AccountInd = AccountInd + 1
006977       END-PERFORM
006978     END-IF
006979   END-IF
006980   IF Datadone = 1 AND Dataval (1:1) = "P"
006981     MOVE Dataval (2:8) TO PayeeIdX
006982     IF PayeeIdX IS NUMERIC
006983       MOVE PayeeIdX TO PayeeId
006984       PERFORM 162-DB-PayeeGet
006985     END-IF
006986     IF PayeeFnd = 1
006987       IF PayeeType = "E"
006988         MOVE 1 TO PendExternal
006989       END-IF
006990       PERFORM 163-DB-PayeeCoolSet
006991       PERFORM 106-DB-Timestamp
006992       COMPUTE PayeeAge = CurrentSeconds - PayeeAdded
006993       IF PayeeAge < PayeeCoolSec
006994         MOVE 1 TO PayeeCooling
006995         MOVE 1 TO SendCooling
006996         COMPUTE PayeeWaitMin =
006997           (PayeeCoolSec - PayeeAge + 59) / 60
006998       END-IF
006999       IF PayeeAge < 86400
007000         MOVE "N" TO PayeeNewFlag
007001       END-IF
007002       IF PayeeInfo (110:1) NOT = "Y"
007003         MOVE 1 TO PayeeFirst
007004       END-IF
007005     END-IF
007006   END-IF
007007   MOVE 0 TO Datadone
007008   IF PayeeFnd = 1 AND PayeeCooling = 0
007009     MOVE SPACES TO Dataval
007010     MOVE PayeeAcct TO Dataval
007011     MOVE 1 TO Datadone
007012   END-IF
007013   .
007014
007015 162-DB-PayeeGet.
007016   MOVE 0 TO PayeeFnd
007017   OPEN INPUT PAYEES
007018   PERFORM FOREVER
007019     READ PAYEES INTO PayeeRecord AT END EXIT
007020     PERFORM NOT AT END
007021     IF PayeeInfo (1:8) = PayeeIdX AND
007022       PayeeInfo (10:32) = Username
007023       MOVE 1 TO PayeeFnd
007024       MOVE PayeeInfo (43:12) TO PayeeAcct
007025       MOVE PayeeInfo (56:1) TO PayeeType
007026       MOVE PayeeInfo (58:32) TO PayeeName
007027       MOVE PayeeInfo (91:18) TO PayeeAdded
007028       EXIT PERFORM
007029     END-IF
007030   END-PERFORM
007031   CLOSE PAYEES
007032   .
007033
007034 163-DB-PayeeCoolSet.
007035   ACCEPT PayeeCoolEnv FROM ENVIRONMENT 'PAYEE_COOLING_MINUTES'
007036   IF PayeeCoolEnv = SPACES
007037     MOVE 3600 TO PayeeCoolSec
007038   ELSE
007039     COMPUTE PayeeCoolSec = FUNCTION NUMVAL (PayeeCoolEnv) * 60
007040   END-IF
007041   .
007042
007043 164-DB-PayeeAdd.
007044   MOVE 0 TO PayeeFnd
007045   MOVE 0 TO PayeeLastId
007046   OPEN INPUT PAYEES
007047   PERFORM FOREVER
007048     READ PAYEES INTO PayeeRecord AT END EXIT
007049     PERFORM NOT AT END
007050     MOVE PayeeInfo (1:8) TO PayeeId
007051     IF PayeeId > PayeeLastId
007052       MOVE PayeeId TO PayeeLastId
007053     END-IF
007054     IF PayeeInfo (10:32) = Username AND
007055       PayeeInfo (43:12) = PayeeAcct
007056       MOVE 1 TO PayeeFnd
007057     END-IF
007058   END-PERFORM
007059   CLOSE PAYEES
007060   IF PayeeFnd = 0
007061     COMPUTE PayeeId = PayeeLastId + 1
007062     PERFORM 106-DB-Timestamp
007063     MOVE SPACES TO PayeeInfo
007064     MOVE PayeeId TO PayeeInfo (1:8)
007065     MOVE Username TO PayeeInfo (10:32)
007066     MOVE PayeeAcct TO PayeeInfo (43:12)
007067     MOVE PayeeType TO PayeeInfo (56:1)
007068     MOVE PayeeName TO PayeeInfo (58:32)
007069     MOVE CurrentSeconds TO PayeeInfo (91:18)
007070     OPEN EXTEND PAYEES
007071       WRITE PayeeRecord
007072     CLOSE PAYEES
007073   END-IF
007074   .
007075
007076 165-DB-PayeeUpdate.
007077   MOVE 0 TO PayeeFnd
007078   OPEN INPUT PAYEES
007079   OPEN OUTPUT PAYEESTMP
007080   PERFORM FOREVER
007081     READ PAYEES INTO PayeeRecord AT END EXIT
007082     PERFORM NOT AT END
007083     IF PayeeInfo (1:8) = PayeeIdX AND
007084       PayeeInfo (10:32) = Username
007085       MOVE 1 TO PayeeFnd
007086       MOVE PayeeInfo (43:12) TO PayeeAcct
007087       MOVE "Y" TO PayeeInfo (110:1)
007088     END-IF
007089     IF PayeeFnd = 1 AND PayeeMode = "D" AND
007090       PayeeInfo (1:8) = PayeeIdX AND PayeeInfo (10:32) = Username
007091       CONTINUE
007092     ELSE
007093       MOVE PayeeInfo TO PayeeInfoTmp
007094       WRITE PayeeTmpRecord
007095     END-IF
007096   END-PERFORM
007097   CLOSE PAYEES
007098   CLOSE PAYEESTMP
007099
007100   OPEN OUTPUT PAYEES
007101   OPEN INPUT PAYEESTMP
007102   PERFORM FOREVER
007103     READ PAYEESTMP INTO PayeeTmpRecord AT END EXIT
007104     PERFORM NOT AT END
007105     MOVE PayeeInfoTmp TO PayeeInfo
007106     WRITE PayeeRecord
007107   END-PERFORM
007108   CLOSE PAYEES
007109   CLOSE PAYEESTMP
007110   .
007111
007112 166-DB-PayeeList.
007113   PERFORM 163-DB-PayeeCoolSet
007114   PERFORM 106-DB-Timestamp
007115   OPEN INPUT PAYEES
007116   PERFORM FOREVER
007117     READ PAYEES INTO PayeeRecord AT END EXIT
007118     PERFORM NOT AT END
007119     IF PayeeInfo (10:32) = Username
007120       MOVE PayeeInfo (91:18) TO PayeeAdded
007121       COMPUTE PayeeAge = CurrentSeconds - PayeeAdded
007122       DISPLAY '<tr><td>' WITH NO ADVANCING
007123       DISPLAY PayeeInfo (58:32) WITH NO ADVANCING
007124       DISPLAY '</td><td>' WITH NO ADVANCING
007125       DISPLAY PayeeInfo (43:12) WITH NO ADVANCING
007126       DISPLAY '</td><td>' WITH NO ADVANCING
007127       IF PayeeInfo (56:1) = "E"
007128         DISPLAY 'External' WITH NO ADVANCING
007129       ELSE
007130         DISPLAY 'This bank' WITH NO ADVANCING
007131       END-IF
007132       DISPLAY '</td><td>' WITH NO ADVANCING
007133       IF PayeeAge < PayeeCoolSec
007134         COMPUTE PayeeWaitMin =
007135           (PayeeCoolSec - PayeeAge + 59) / 60
007136         DISPLAY 'Can be paid in ' WITH NO ADVANCING
007137         DISPLAY PayeeWaitMin WITH NO ADVANCING
007138         DISPLAY ' minutes' WITH NO ADVANCING
007139       ELSE
007140         IF PayeeInfo (110:1) = "Y"
007141           DISPLAY 'Ready' WITH NO ADVANCING
007142         ELSE
007143           DISPLAY 'Ready - first payment limited'
007144             WITH NO ADVANCING
007145         END-IF
007146       END-IF
007147       DISPLAY '</td><td>' WITH NO ADVANCING
007148       DISPLAY '<form action="/?page=profile" method="post"><in'
007149       'put type="hidden" name="action" value="payee_delete"><inp'
007150       'ut type="hidden" name="payee_id" value="'
007151         WITH NO ADVANCING
007152       DISPLAY PayeeInfo (1:8) WITH NO ADVANCING
007153       DISPLAY '"><button type="submit">Delete</button></form>'
007154       WITH NO ADVANCING
007155       DISPLAY '</td></tr>'
007156     END-IF
007157   END-PERFORM
007158   CLOSE PAYEES
007159   .
007160
007161 167-DB-PayeeOptions.
007162   MOVE 1 TO AccountInd
007163   PERFORM UNTIL AccountInd > AccountCount
007164     DISPLAY '<option value="O' WITH NO ADVANCING
007165     DISPLAY Account IN AccountList (AccountInd) WITH NO ADVANCING
007166     DISPLAY '">Own account ' WITH NO ADVANCING
007167     DISPLAY Account IN AccountList (AccountInd) WITH NO ADVANCING
007168     DISPLAY '</option>'
007169     COMPUTE AccountInd = AccountInd + 1
007170   END-PERFORM
007171   OPEN INPUT PAYEES
007172   PERFORM FOREVER
007173     READ PAYEES INTO PayeeRecord AT END EXIT
007174     PERFORM NOT AT END
007175     IF PayeeInfo (10:32) = Username AND
007176       (PayeeIntOnly = 0 OR PayeeInfo (56:1) = "I")
007177       DISPLAY '<option value="P' WITH NO ADVANCING
007178       DISPLAY PayeeInfo (1:8) WITH NO ADVANCING
007179       DISPLAY '">' WITH NO ADVANCING
007180       DISPLAY PayeeInfo (58:32) WITH NO ADVANCING
007181       DISPLAY ' - ' WITH NO ADVANCING
007182       DISPLAY PayeeInfo (43:12) WITH NO ADVANCING
007183       IF PayeeInfo (56:1) = "E"
007184         DISPLAY ' (external)' WITH NO ADVANCING
007185       END-IF
007186       DISPLAY '</option>'
007187     END-IF
007188   END-PERFORM
007189   CLOSE PAYEES
007190   .
007191
007192 168-DB-MsgNotifyCoOwners.
007193   MOVE AccountList TO PayeeAcctList
007194   MOVE Username TO SavedUsername
007195   MOVE 1 TO OwnerDirDone
007196   MOVE LOW-VALUES TO Username
007197   OPEN INPUT USERS
007198   START USERS KEY IS GREATER THAN Username
007199     INVALID KEY MOVE 0 TO OwnerDirDone
007200   END-START
007201   IF OwnerDirDone = 1
007202     PERFORM FOREVER
007203       READ USERS NEXT INTO UserRecord AT END EXIT
007204       PERFORM NOT AT END
007205       MOVE 0 TO OwnerHas
007206       MOVE 1 TO AccountInd
007207       PERFORM UNTIL AccountInd > AccountCount
007208         MOVE 1 TO PayeeInd
007209         PERFORM UNTIL PayeeInd > PayeeAcctCount
007210           IF Account IN AccountList (AccountInd) =
007211             PayeeOwnAcct (PayeeInd)
007212             MOVE 1 TO OwnerHas
007213           END-IF
007214           COMPUTE PayeeInd = PayeeInd + 1
007215         END-PERFORM
007216         COMPUTE AccountInd = AccountInd + 1
007217       END-PERFORM
007218       IF OwnerHas = 1
007219         MOVE Username TO MsgUser
007220         PERFORM 141-DB-MsgAppend
007221       END-IF
007222     END-PERFORM
007223   END-IF
007224   CLOSE USERS
007225   MOVE SavedUsername TO Username
007226   OPEN INPUT USERS
007227     READ USERS INTO UserRecord KEY IS Username
007228   CLOSE USERS
007229   .
007230
007231 169-DB-ApprExpirySet.
007232   ACCEPT ApprExpEnv FROM ENVIRONMENT 'APPROVAL_EXPIRY_HOURS'
007233   IF ApprExpEnv > 0
007234     COMPUTE ApprExpSec = FUNCTION NUMVAL (ApprExpEnv) * 3600
007235   ELSE
007236     MOVE 86400 TO ApprExpSec
007237   END-IF
007238   .
007239
007240 170-DB-ApprRequest.
007241   MOVE 0 TO ApprLastId
007242   OPEN INPUT APPROVALS
007243   PERFORM FOREVER
007244     READ APPROVALS INTO ApprovalRecord AT END EXIT
007245     PERFORM NOT AT END
007246     MOVE ApprInfo (1:8) TO ApprId
007247     IF ApprId > ApprLastId
007248       MOVE ApprId TO ApprLastId
007249     END-IF
007250   END-PERFORM
007251   CLOSE APPROVALS
007252   COMPUTE ApprId = ApprLastId + 1
007253   MOVE ApprId TO ApprIdX
007254   PERFORM 106-DB-Timestamp
007255   MOVE SPACES TO ApprInfo
007256   MOVE ApprId TO ApprInfo (1:8)
007257   MOVE "P" TO ApprInfo (10:1)
007258   MOVE ApprAction TO ApprInfo (12:16)
007259   MOVE Username TO ApprInfo (29:32)
007260   MOVE CurrentSeconds TO ApprInfo (62:18)
007261   MOVE ReqData TO ApprInfo (133:128)
007262   OPEN EXTEND APPROVALS
007263     WRITE ApprovalRecord
007264   CLOSE APPROVALS
007265   .
007266
007267 171-DB-ApprDecide.
007268   MOVE 0 TO ApprFnd
007269   PERFORM 169-DB-ApprExpirySet
007270   PERFORM 106-DB-Timestamp
007271   OPEN INPUT APPROVALS
007272   OPEN OUTPUT APPROVALSTMP
007273   PERFORM FOREVER
007274     READ APPROVALS INTO ApprovalRecord AT END EXIT
007275     PERFORM NOT AT END
007276     IF ApprInfo (1:8) = ApprIdX
007277       MOVE 4 TO ApprFnd
007278       MOVE ApprInfo (12:16) TO ApprAction
007279       MOVE ApprInfo (29:32) TO ApprMaker
007280       MOVE ApprInfo (62:18) TO ApprSubmitted
007281       MOVE ApprInfo (133:128) TO ApprData
007282       COMPUTE ApprAge = CurrentSeconds - ApprSubmitted
007283       IF ApprInfo (10:1) = "P"
007284         EVALUATE TRUE
007285           WHEN ApprAge > ApprExpSec
007286             MOVE 3 TO ApprFnd
007287             MOVE "E" TO ApprInfo (10:1)
007288           WHEN ApprMaker = Username
007289             MOVE 2 TO ApprFnd
007290           WHEN OTHER
007291             MOVE 1 TO ApprFnd
007292             MOVE ApprDecision TO ApprInfo (10:1)
007293             MOVE Username TO ApprInfo (81:32)
007294             MOVE CurrentSeconds TO ApprInfo (114:18)
007295         END-EVALUATE
007296       END-IF
007297     END-IF
007298     MOVE ApprInfo TO ApprInfoTmp
007299     WRITE ApprovalTmpRecord
007300   END-PERFORM
007301   CLOSE APPROVALS
007302   CLOSE APPROVALSTMP
007303
007304   OPEN OUTPUT APPROVALS
007305   OPEN INPUT APPROVALSTMP
007306   PERFORM FOREVER
007307     READ APPROVALSTMP INTO ApprovalTmpRecord AT END EXIT
007308     PERFORM NOT AT END
007309     MOVE ApprInfoTmp TO ApprInfo
007310     WRITE ApprovalRecord
007311   END-PERFORM
007312   CLOSE APPROVALS
007313   CLOSE APPROVALSTMP
007314   .
007315
007316 172-DB-ApprList.
007317   PERFORM 169-DB-ApprExpirySet
007318   PERFORM 106-DB-Timestamp
007319   OPEN INPUT APPROVALS
007320   PERFORM FOREVER
007321     READ APPROVALS INTO ApprovalRecord AT END EXIT
007322     PERFORM NOT AT END
007323     MOVE ApprInfo (62:18) TO ApprSubmitted
007324     COMPUTE ApprAge = CurrentSeconds - ApprSubmitted
007325     MOVE ApprInfo (133:128) TO ApprData
007326     INSPECT ApprData REPLACING ALL '&' BY ' '
007327     IF ApprListMode = "W" AND ApprInfo (10:1) = "P" AND
007328       ApprAge <= ApprExpSec AND ApprInfo (29:32) NOT = Username
007329       DISPLAY '<tr><td>' WITH NO ADVANCING
007330       DISPLAY ApprInfo (1:8) WITH NO ADVANCING
007331       DISPLAY '</td><td>' WITH NO ADVANCING
007332       DISPLAY ApprInfo (12:16) WITH NO ADVANCING
007333       DISPLAY '</td><td>' WITH NO ADVANCING
007334       DISPLAY ApprData WITH NO ADVANCING
007335       DISPLAY '</td><td>' WITH NO ADVANCING
007336       DISPLAY ApprInfo (29:32) WITH NO ADVANCING
007337       DISPLAY '</td><td>' WITH NO ADVANCING
007338       DISPLAY '<form action="/?page=admin" method="post"><input '
007339       'type="hidden" name="action" value="approval_approve"><in'
007340       'put type="hidden" name="approval_id" value="'
007341       WITH NO ADVANCING
007342       DISPLAY ApprInfo (1:8) WITH NO ADVANCING
007343       DISPLAY '"><button type="submit">Approve</button></form>'
007344       WITH NO ADVANCING
007345       DISPLAY '<form action="/?page=admin" method="post"><input '
007346       'type="hidden" name="action" value="approval_reject"><inp'
007347       'ut type="hidden" name="approval_id" value="'
007348       WITH NO ADVANCING
007349       DISPLAY ApprInfo (1:8) WITH NO ADVANCING
007350       DISPLAY '"><button type="submit">Reject</button></form>'
007351       WITH NO ADVANCING
007352       DISPLAY '</td></tr>'
007353     END-IF
007354     IF ApprListMode = "M" AND ApprInfo (29:32) = Username
007355       DISPLAY '<tr><td>' WITH NO ADVANCING
007356       DISPLAY ApprInfo (1:8) WITH NO ADVANCING
007357       DISPLAY '</td><td>' WITH NO ADVANCING
007358       DISPLAY ApprInfo (12:16) WITH NO ADVANCING
007359       DISPLAY '</td><td>' WITH NO ADVANCING
007360       DISPLAY ApprData WITH NO ADVANCING
007361       DISPLAY '</td><td>' WITH NO ADVANCING
007362       PERFORM 184-DB-ApprStatus
007374       DISPLAY '</td></tr>'
007375     END-IF
007376   END-PERFORM
007377   CLOSE APPROVALS
007378   .
007379
007380 173-DB-TermValidate.
007381   MOVE 2 TO TermResult
007382   MOVE 0 TO TermMonths
007383   MOVE 0 TO TermPrincipal
007384   MOVE 0 TO TermFundAcct
007385   MOVE 0 TO TermPayout
007386   MOVE SPACE TO TermInstr
007387   MOVE "td_term" to Datatarget
007388   PERFORM 100-Parse-Data
007389   IF Datadone = 1 AND (FUNCTION NUMVAL (Dataval) = 3 OR
007390     FUNCTION NUMVAL (Dataval) = 6 OR FUNCTION NUMVAL (Dataval)
007391     = 12 OR FUNCTION NUMVAL (Dataval) = 24)
007392     MOVE FUNCTION NUMVAL (Dataval) TO TermMonths
007393   END-IF
007394   MOVE "td_amount" to Datatarget
007395   PERFORM 100-Parse-Data
007396   IF Datadone = 1 AND FUNCTION NUMVAL (Dataval) > 0
007397     MOVE FUNCTION NUMVAL (Dataval) TO TermPrincipal
007398   END-IF
007399   MOVE "td_fund" to Datatarget
007400   PERFORM 100-Parse-Data
007401   IF Datadone = 1 AND FUNCTION NUMVAL (Dataval) > 0 AND
007402     FUNCTION NUMVAL (Dataval) <= AccountCount
007403     MOVE Account IN AccountList (FUNCTION NUMVAL (Dataval))
007404     TO TermFundAcct
007405   END-IF
007406   MOVE "td_payout" to Datatarget
007407   PERFORM 100-Parse-Data
007408   IF Datadone = 1 AND FUNCTION NUMVAL (Dataval) > 0 AND
007409     FUNCTION NUMVAL (Dataval) <= AccountCount
007410     MOVE Account IN AccountList (FUNCTION NUMVAL (Dataval))
007411     TO TermPayout
007412   END-IF
007413   MOVE "td_instruction" to Datatarget
007414   PERFORM 100-Parse-Data
007415   IF Datadone = 1 AND (Dataval = "R" OR Dataval = "P")
007416     MOVE Dataval TO TermInstr
007417   END-IF
007418   IF TermMonths > 0 AND TermPrincipal > 0 AND
007419     TermFundAcct > 0 AND TermPayout > 0 AND TermInstr NOT = SPACE
007420     MOVE TermPayout TO Account OF AccountRecord
007421     PERFORM 104-DB-GetAccount
007422     IF AccountFnd = 1 AND AcctStatus NOT = "C" AND
007423       AcctType NOT = "T"
007424       MOVE TermFundAcct TO Account OF AccountRecord
007425       PERFORM 104-DB-GetAccount
007426       IF AccountFnd = 1 AND AcctStatus = "O" AND
007427         AcctType NOT = "T"
007428         MOVE TermFundAcct TO HoldAcct
007429         PERFORM 154-DB-HoldTotal
007430         IF Balance - HoldTotal >= TermPrincipal
007431           MOVE 0 TO TermResult
007432         ELSE
007433           MOVE 3 TO TermResult
007434         END-IF
007435       END-IF
007436     END-IF
007437   END-IF
007438   .
007439
007440 174-DB-TermOpen.
007441   PERFORM 175-DB-TermRate
007442   PERFORM 106-DB-Timestamp
007443   MOVE CurDateYMD TO TermStart
007444   MOVE CurDateYMD (1:4) TO CalYYYY
007445   MOVE TermStart (5:2) TO CalMM
007446   COMPUTE CalMM = CalMM + TermMonths
007447   PERFORM UNTIL CalMM <= 12
007448     COMPUTE CalMM = CalMM - 12
007449     COMPUTE CalYYYY = CalYYYY + 1
007450   END-PERFORM
007451   MOVE TermStart (7:2) TO CalAnchor
007452   PERFORM 966-Cal-Month-Run
007453   MOVE CalDate TO TermMaturity
007454   MOVE SPACES TO TermInfo
007455   MOVE AllocAcct TO TermInfo (1:12)
007456   MOVE "A" TO TermInfo (14:1)
007457   MOVE TermMonths TO TermInfo (16:3)
007458   MOVE TermRateX TO TermInfo (20:7)
007459   MOVE TermStart TO TermInfo (28:8)
007460   MOVE TermMaturity TO TermInfo (37:8)
007461   MOVE TermPayout TO TermInfo (46:12)
007462   MOVE TermInstr TO TermInfo (59:1)
007463   MOVE TermPrincipal TO TermInfo (61:20)
007464   MOVE ZEROS TO TermInfo (82:20)
007465   MOVE TermStart (7:2) TO TermInfo (103:2)
007466   OPEN EXTEND TERMDEPS
007467     WRITE TermRecord
007468   CLOSE TERMDEPS
007469   MOVE TermFundAcct TO AccountSrc
007470   MOVE AllocAcct TO AccountDst
007471   MOVE TermPrincipal TO Credit
007472   MOVE SPACES TO Memo
007473   MOVE "TERM DEPOSIT FUNDING" TO Memo
007474   MOVE SPACE TO PendRevFlag
007475   MOVE 0 TO PendValDate
007476   MOVE SPACE TO PayeeNewFlag
007477   PERFORM 105-DB-Transact
007478   MOVE 1 TO TermResult
007479   .
007480
007481 175-DB-TermRate.
007482   MOVE SPACES TO TermRateEnv
007483   EVALUATE TermMonths
007484     WHEN 3
007485       ACCEPT TermRateEnv FROM ENVIRONMENT 'TERM_RATE_03'
007486       MOVE 0.025 TO TermRate
007487     WHEN 6
007488       ACCEPT TermRateEnv FROM ENVIRONMENT 'TERM_RATE_06'
007489       MOVE 0.030 TO TermRate
007490     WHEN 12
007491       ACCEPT TermRateEnv FROM ENVIRONMENT 'TERM_RATE_12'
007492       MOVE 0.035 TO TermRate
007493     WHEN OTHER
007494       ACCEPT TermRateEnv FROM ENVIRONMENT 'TERM_RATE_24'
007495       MOVE 0.040 TO TermRate
007496   END-EVALUATE
007497   IF TermRateEnv > 0
007498     MOVE FUNCTION NUMVAL (TermRateEnv) TO TermRate
007499   END-IF
007500   COMPUTE TermRatePct = TermRate * 100
007501   .
007502
007503 176-DB-TermGet.
007504   MOVE 0 TO TermFnd
007505   OPEN INPUT TERMDEPS
007506   PERFORM FOREVER
007507     READ TERMDEPS INTO TermRecord AT END EXIT
007508     PERFORM NOT AT END
007509     IF TermInfo (1:12) = TermAcct
007510       MOVE 1 TO TermFnd
007511       MOVE TermInfo (14:1) TO TermStatus
007512       MOVE TermInfo (16:3) TO TermMonths
007513       MOVE TermInfo (20:7) TO TermRateX
007514       MOVE TermInfo (37:8) TO TermMaturity
007515       MOVE TermInfo (46:12) TO TermPayout
007516       MOVE TermInfo (59:1) TO TermInstr
007517       MOVE TermInfo (61:20) TO TermPrincipal
007518       COMPUTE TermRatePct = TermRate * 100
007519       EXIT PERFORM
007520     END-IF
007521   END-PERFORM
007522   CLOSE TERMDEPS
007523   .
007524
007525 177-DB-TermUpdate.
007526   MOVE 0 TO TermFnd
007527   OPEN INPUT TERMDEPS
007528   OPEN OUTPUT TERMDEPSTMP
007529   PERFORM FOREVER
007530     READ TERMDEPS INTO TermRecord AT END EXIT
007531     PERFORM NOT AT END
007532     IF TermInfo (1:12) = TermAcct AND TermInfo (14:1) = "A"
007533       MOVE 1 TO TermFnd
007534       MOVE "W" TO TermInfo (14:1)
007535       MOVE TermPenalty TO TermInfo (82:20)
007536     END-IF
007537     MOVE TermInfo TO TermInfoTmp
007538     WRITE TermTmpRecord
007539   END-PERFORM
007540   CLOSE TERMDEPS
007541   CLOSE TERMDEPSTMP
007542
007543   OPEN OUTPUT TERMDEPS
007544   OPEN INPUT TERMDEPSTMP
007545   PERFORM FOREVER
007546     READ TERMDEPSTMP INTO TermTmpRecord AT END EXIT
007547     PERFORM NOT AT END
007548     MOVE TermInfoTmp TO TermInfo
007549     WRITE TermRecord
007550   END-PERFORM
007551   CLOSE TERMDEPS
007552   CLOSE TERMDEPSTMP
007553   .
007554
007555 178-DB-TermList.
007556   OPEN INPUT TERMDEPS
007557   PERFORM FOREVER
007558     READ TERMDEPS INTO TermRecord AT END EXIT
007559     PERFORM NOT AT END
007560     IF TermInfo (14:1) = "A" OR TermInfo (14:1) = "W"
007561       MOVE TermInfo (20:7) TO TermRateX
007562       COMPUTE TermRatePct = TermRate * 100
007563       MOVE TermInfo (61:20) TO TermPrincipal
007564       MOVE TermPrincipal TO TermAmtDisp
007565       DISPLAY '<tr><td>' WITH NO ADVANCING
007566       DISPLAY TermInfo (1:12) WITH NO ADVANCING
007567       DISPLAY '</td><td>' WITH NO ADVANCING
007568       DISPLAY TermAmtDisp WITH NO ADVANCING
007569       DISPLAY '</td><td>' WITH NO ADVANCING
007570       DISPLAY TermInfo (16:3) WITH NO ADVANCING
007571       DISPLAY ' months at ' WITH NO ADVANCING
007572       DISPLAY TermRatePct WITH NO ADVANCING
007573       DISPLAY '%</td><td>' WITH NO ADVANCING
007574       DISPLAY TermInfo (37:8) WITH NO ADVANCING
007575       DISPLAY '</td><td>' WITH NO ADVANCING
007576       DISPLAY TermInfo (46:12) WITH NO ADVANCING
007577       DISPLAY '</td><td>' WITH NO ADVANCING
007578       IF TermInfo (59:1) = "R"
007579         DISPLAY 'Roll over' WITH NO ADVANCING
007580       ELSE
007581         DISPLAY 'Pay out' WITH NO ADVANCING
007582       END-IF
007583       DISPLAY '</td><td>' WITH NO ADVANCING
007584       IF TermInfo (14:1) = "W"
007585         MOVE TermInfo (82:20) TO TermPenalty
007586         MOVE TermPenalty TO TermAmtDisp
007587         DISPLAY 'Early withdrawal, penalty ' WITH NO ADVANCING
007588         DISPLAY TermAmtDisp WITH NO ADVANCING
007589       ELSE
007590         DISPLAY 'Active' WITH NO ADVANCING
007591       END-IF
007592       DISPLAY '</td></tr>'
007593     END-IF
007594   END-PERFORM
007595   CLOSE TERMDEPS
007596   .
007597
007598 179-DB-TermAcctOptions.
007599   MOVE 1 TO AccountInd
007600   PERFORM UNTIL AccountInd > AccountCount
007601     MOVE Account IN AccountList (AccountInd) TO Account OF
007602     AccountRecord
007603     PERFORM 104-DB-GetAccount
007604     IF AccountFnd = 1 AND AcctStatus NOT = "C" AND
007605       AcctType NOT = "T"
007606       DISPLAY '<option value="' WITH NO ADVANCING
007607       DISPLAY AccountInd WITH NO ADVANCING
007608       DISPLAY '">' WITH NO ADVANCING
007609       DISPLAY Account IN AccountList (AccountInd) WITH NO
007610       ADVANCING
007611       DISPLAY '</option>'
007612     END-IF
007613     COMPUTE AccountInd = AccountInd + 1
007614   END-PERFORM
007615   .
007616
007617 180-DB-HeldKeyData.
007618   MOVE 0 TO HeldFnd
007619   MOVE "held_id" to Datatarget
007620   PERFORM 100-Parse-Data
007621   IF Datadone = 1 AND FUNCTION NUMVAL (Dataval) > 0
007622     MOVE FUNCTION NUMVAL (Dataval) TO HeldReleaseId
007623     MOVE 0 TO HeldRecInd
007624     OPEN INPUT HELD
007625     PERFORM FOREVER
007626       READ HELD INTO HeldRecord AT END EXIT
007627       PERFORM NOT AT END
007628       ADD 1 TO HeldRecInd
007629       IF HeldRecInd = HeldReleaseId
007630         MOVE 1 TO HeldFnd
007631         MOVE SPACES TO ReqData
007632         STRING 'action=' ApprAction DELIMITED BY SPACE
007633           '&held_src=' HeldInfo (1:12) '&held_dst='
007634           HeldInfo (14:12) '&held_amt=' HeldInfo (27:20)
007635           '&held_ts=' HeldInfo (111:18) DELIMITED BY SIZE
007636           INTO ReqData
007637       END-IF
007638     END-PERFORM
007639     CLOSE HELD
007640   END-IF
007641   .
007642
007643 181-DB-HeldKeyParse.
007644   MOVE SPACES TO HeldKey
007645   MOVE "held_src" to Datatarget
007646   PERFORM 100-Parse-Data
007647   IF Datadone = 1
007648     MOVE Dataval TO HeldKeySrc
007649   END-IF
007650   MOVE "held_dst" to Datatarget
007651   PERFORM 100-Parse-Data
007652   IF Datadone = 1
007653     MOVE Dataval TO HeldKeyDst
007654   END-IF
007655   MOVE "held_amt" to Datatarget
007656   PERFORM 100-Parse-Data
007657   IF Datadone = 1
007658     MOVE Dataval TO HeldKeyAmt
007659   END-IF
007660   MOVE "held_ts" to Datatarget
007661   PERFORM 100-Parse-Data
007662   IF Datadone = 1
007663     MOVE Dataval TO HeldKeyTs
007664   END-IF
007665   .
007666
007667 182-DB-HeldKeyMatch.
007668   MOVE 0 TO HeldHit
007669   IF HeldFnd = 0 AND HeldInfo (1:12) = HeldKeySrc AND
007670     HeldInfo (14:12) = HeldKeyDst AND
007671     HeldInfo (27:20) = HeldKeyAmt AND
007672     HeldInfo (111:18) = HeldKeyTs
007673     MOVE 1 TO HeldHit
007674     MOVE 1 TO HeldFnd
007675   END-IF
007676   .
007677
007678 183-DB-ApprFail.
007679   OPEN INPUT APPROVALS
007680   OPEN OUTPUT APPROVALSTMP
007681   PERFORM FOREVER
007682     READ APPROVALS INTO ApprovalRecord AT END EXIT
007683     PERFORM NOT AT END
007684     IF ApprInfo (1:8) = ApprIdX AND ApprInfo (10:1) = "A"
007685       MOVE "F" TO ApprInfo (10:1)
007686     END-IF
007687     MOVE ApprInfo TO ApprInfoTmp
007688     WRITE ApprovalTmpRecord
007689   END-PERFORM
007690   CLOSE APPROVALS
007691   CLOSE APPROVALSTMP
007692
007693   OPEN OUTPUT APPROVALS
007694   OPEN INPUT APPROVALSTMP
007695   PERFORM FOREVER
007696     READ APPROVALSTMP INTO ApprovalTmpRecord AT END EXIT
007697     PERFORM NOT AT END
007698     MOVE ApprInfoTmp TO ApprInfo
007699     WRITE ApprovalRecord
007700   END-PERFORM
007701   CLOSE APPROVALS
007702   CLOSE APPROVALSTMP
007703   .
007704
007705 184-DB-ApprStatus.
007706   EVALUATE TRUE
007707     WHEN ApprInfo (10:1) = "A"
007708       DISPLAY 'Approved by ' WITH NO ADVANCING
007709       DISPLAY ApprInfo (81:32) WITH NO ADVANCING
007710     WHEN ApprInfo (10:1) = "F"
007711       DISPLAY 'Approved by ' WITH NO ADVANCING
007712       DISPLAY ApprInfo (81:32) WITH NO ADVANCING
007713       DISPLAY ', not carried out' WITH NO ADVANCING
007714     WHEN ApprInfo (10:1) = "R"
007715       DISPLAY 'Rejected by ' WITH NO ADVANCING
007716       DISPLAY ApprInfo (81:32) WITH NO ADVANCING
007717     WHEN ApprInfo (10:1) = "E" OR ApprAge > ApprExpSec
007718       DISPLAY 'Expired' WITH NO ADVANCING
007719     WHEN OTHER
007720       DISPLAY 'Awaiting approval' WITH NO ADVANCING
007721   END-EVALUATE
007722   .
007723
006960   COPY BUSDAY.
005429 103-DB-BatchProcess.
005430   IF ReqCookieName NOT = "session"
005431     PERFORM 000-Redirect-Login
005538             ELSE
005539               MOVE 0 TO PendValDate
005540             END-IF
005541             IF PendValDate > 0
005542               MOVE PendValDate TO CalDate
005543               PERFORM 962-Cal-Roll-Forward
005544               MOVE CalDate TO PendValDate
005545             END-IF
005546             MOVE 0 TO PendDeferred
005547             IF PendValDate > CurDateYMD
005548               MOVE 1 TO PendDeferred
005549             END-IF
005545
005546             MOVE 0 TO PendHeld
005547             IF PendDeferred = 0 AND AccountSrc NOT = 0 AND
005543             ELSE
005544             MOVE AccountSrc TO Account OF AccountRecord
005545             PERFORM 104-DB-GetAccount
005546             MOVE AccountSrc TO HoldAcct
005547             PERFORM 154-DB-HoldTotal
005548             IF AccountFnd = 1 AND AcctStatus NOT = "C" AND
005549               AcctStatus NOT = "D" AND
005550               AcctType NOT = "T" AND
005550               Credit <= Balance - HoldTotal + OverdraftLimit
005548               IF PendFlag = "X"
005549                 MOVE 1 TO Readdone
005550               ELSE
011150   DISPLAY '<h3>Your accounts ( ' WITH NO ADVANCING
011160   DISPLAY AccountCount
011170   DISPLAY ')</h3><p><table><tr><th>Account</th><th>Balance</th>'
011200   '<th>Available</th><th>Type</th><td></td></tr>'
011210
011220   MOVE 1 TO AccountInd
011230   PERFORM UNTIL AccountInd > AccountCount
011260     PERFORM 104-DB-GetAccount
011270     DISPLAY '<tr><td>' WITH NO ADVANCING
011300     DISPLAY Account IN AccountRecord
011301     DISPLAY '</td><td> $' WITH NO ADVANCING
011302     MOVE Balance TO BalanceDisp
011303     DISPLAY BalanceDisp
011304     DISPLAY '</td><td> $' WITH NO ADVANCING
011305     MOVE Account OF AccountRecord TO HoldAcct
011306     PERFORM 154-DB-HoldTotal
011307     COMPUTE AvailBalance = Balance - HoldTotal
011308     MOVE AvailBalance TO BalanceDisp
011309     DISPLAY BalanceDisp
011310     DISPLAY '</td><td>' WITH NO ADVANCING
011311     IF AcctType = "S"
011312       DISPLAY 'Savings' WITH NO ADVANCING
011313     ELSE
011314       IF AcctType = "T"
011315         DISPLAY 'Term deposit' WITH NO ADVANCING
011316         MOVE Account OF AccountRecord TO TermAcct
011317         PERFORM 176-DB-TermGet
011318         IF TermFnd = 1 AND (TermStatus = "A" OR TermStatus = "W")
011319           DISPLAY ', locked until ' WITH NO ADVANCING
011320           DISPLAY TermMaturity WITH NO ADVANCING
011321         END-IF
011322       ELSE
011323         DISPLAY 'Checking' WITH NO ADVANCING
011324       END-IF
011325     END-IF
011326     IF AcctStatus = "C"
011327       DISPLAY ' (closed)' WITH NO ADVANCING
011328     END-IF
011329     IF AcctStatus = "D"
011330       DISPLAY ' (dormant)' WITH NO ADVANCING
011331     END-IF
011332     DISPLAY '</td></tr>'
011333     DISPLAY '<tr><td colspan="4"><table><tr><th>Date</th><th>Cou'
011334     'nterparty</th><th>Amount</th><th>Memo</th><th>Stat'
011335     'us</th><th></th></tr>'
011336     MOVE Account IN AccountRecord TO HistTarget
011337     PERFORM 110-DB-LedgerHistory
011338     IF ArcMonth > 0
011339       PERFORM 123-DB-ArchiveHistory
011340     END-IF
011341     DISPLAY '</table></td></tr>'
011342     COMPUTE AccountInd = AccountInd + 1
011343   END-PERFORM
011360
011361   DISPLAY '</table></p><h3>Pending transfers</h3><p><table><tr>'
011362   '<th>From</th><th>To</th><th>Amount</th><th>Memo</th><th>Sch'
011620   PERFORM 100-Parse-Data
011630   IF Datadone = 1
011640     IF Dataval = "new"
011641       MOVE "C" TO NewAcctType
011642       MOVE "acct_type" to Datatarget
011643       PERFORM 100-Parse-Data
011644       IF Datadone = 1 AND (Dataval = "S" OR Dataval = "T")
011645         MOVE Dataval TO NewAcctType
011646       END-IF
011647       MOVE 0 TO TermResult
011648       IF NewAcctType = "T" AND AccountCount < 8
011649         PERFORM 173-DB-TermValidate
011650       END-IF
011651       IF AccountCount < 8 AND TermResult = 0
011660         MOVE 0 TO AllocDone
011670         PERFORM UNTIL AllocDone = 1
011680           PERFORM 153-DB-AcctAllocate
011690           INITIALIZE AccountRecord
011700           MOVE AllocAcct TO Account OF AccountRecord
011710           MOVE 1 TO Balance IN AccountRecord
011714           MOVE NewAcctType TO AcctType
011718           IF NewAcctType = "T"
011722             MOVE 0 TO Balance IN AccountRecord
011726           END-IF
011730           MOVE "O" TO AcctStatus
011736           MOVE 0 TO OverdraftLimit
011742           PERFORM 106-DB-Timestamp
011748           MOVE CurDateYMD TO AcctLastActivity
011800           MOVE 1 TO AllocDone
011810           OPEN I-O ACCOUNTS
011820             WRITE AccountRecord
011830               INVALID KEY MOVE 0 TO AllocDone
011840             END-WRITE
011850           CLOSE ACCOUNTS
011860         END-PERFORM
011870         COMPUTE AccountCount = AccountCount + 1
011880         MOVE AllocAcct TO Account IN AccountList (AccountCount)
011890         OPEN I-O USERS
011900           REWRITE UserRecord
011910         CLOSE USERS
012101         MOVE Username TO AuditUser
012102         MOVE "ACCTNEW" TO AuditEvent
012103         MOVE Account OF AccountRecord TO AuditTarget
012104         PERFORM 121-DB-AuditAppend
012105         IF NewAcctType = "T"
012106           PERFORM 174-DB-TermOpen
012107           MOVE Username TO AuditUser
012108           MOVE "TERMOPEN" TO AuditEvent
012109           MOVE AllocAcct TO AuditTarget
012110           PERFORM 121-DB-AuditAppend
012111         END-IF
012110       END-IF
012120     END-IF
012130   END-IF
012300         PERFORM 104-DB-GetAccount
012310         IF AccountFnd = 1 AND AcctStatus NOT = "C"
012320           MOVE 0 TO CloseFail
012324           IF AcctType = "T"
012328             MOVE 4 TO CloseFail
012332           END-IF
012336           IF Balance NOT = 0 AND CloseFail = 0
012340             MOVE 1 TO CloseFail
012350           END-IF
012360           IF CloseFail = 0
013110         MOVE Account IN AccountList (CloseTgtInd) TO AccountDst
013120         MOVE AccountDst TO Account OF AccountRecord
013130         PERFORM 104-DB-GetAccount
013133         IF AcctType = "T"
013136           MOVE 1 TO SweepTermLock
013139         END-IF
013142         IF AccountFnd = 1 AND AcctStatus NOT = "C" AND
013145           SweepTermLock = 0
013150           MOVE AccountSrc TO Account OF AccountRecord
013160           PERFORM 104-DB-GetAccount
013170           MOVE AccountSrc TO HoldAcct
013180           PERFORM 154-DB-HoldTotal
013182           IF AcctType = "T"
013184             MOVE 1 TO SweepTermLock
013186           END-IF
013190           IF AccountFnd = 1 AND AcctStatus NOT = "C" AND
013200             Balance - HoldTotal > 0 AND SweepTermLock = 0
013210             COMPUTE Credit = Balance - HoldTotal
013220             IF Credit > 0
013230               MOVE SPACES TO Memo
013240               MOVE "CLOSURE SWEEP" TO Memo
012528       FUNCTION NUMVAL (Dataval) <= AccountCount
012529       MOVE Account IN AccountList (FUNCTION NUMVAL (Dataval))
012530       TO CoAccount
012531       MOVE CoAccount TO CheckAcct
012532       PERFORM 152-DB-CheckDigit
012533       IF CheckOK = 0
012534         MOVE 1 TO OwnerBadCheck
012535       END-IF
012536       MOVE "co_user" to Datatarget
012537       PERFORM 100-Parse-Data
012538       IF Datadone = 1 AND Dataval NOT = SPACES AND CheckOK = 1
012534         MOVE Dataval TO CoOwnerUser
012535         PERFORM 125-DB-OwnerAdd
012536         IF OwnerAdded = 1
012624     DISPLAY '<p><strong>Cannot close: the account has open dis'
012625     'putes.</strong></p>'
012626   END-IF
012627   IF CloseFail = 4
012628     DISPLAY '<p><strong>Cannot close: a term deposit closes at '
012629     'maturity. Ask the bank about early withdrawal.</strong></p'
012630     '>'
012631   END-IF
012632   IF SweepTermLock = 1
012633     DISPLAY '<p><strong>Cannot sweep: term deposit funds are lo'
012634     'cked until maturity.</strong></p>'
012635   END-IF
012636   IF TermResult = 1
012637     DISPLAY '<p><strong>Term deposit opened. The funding trans'
012638     'fer posts with the next transaction batch, and the deposit'
012639     ' matures on ' WITH NO ADVANCING
012640     DISPLAY TermMaturity WITH NO ADVANCING
012641     DISPLAY '.</strong></p>'
012642   END-IF
012643   IF TermResult = 2
012644     DISPLAY '<p><strong>Term deposit not opened: choose a term,'
012645     ' an amount, and funding and payout accounts that are open '
012646     'and are not term deposits.</strong></p>'
012647   END-IF
012648   IF TermResult = 3
012649     DISPLAY '<p><strong>Term deposit not opened: the amount is '
012650     'more than the available balance of the funding account.</s'
012651     'trong></p>'
012652   END-IF
012627   IF SweepDone = 1
012628     DISPLAY '<p><strong>Sweep submitted. It posts with the nex'
012629     't transaction batch.</strong></p>'
012630   END-IF
012631   IF OwnerBadCheck = 1
012632     DISPLAY '<p><strong>Cannot add a co-owner: the account numb'
012633     'er fails its check digit. Ask the bank to convert the accou'
012634     'nt.</strong></p>'
012635   END-IF
012620   DISPLAY '<h3>Your accounts ( ' WITH NO ADVANCING
012630   DISPLAY AccountCount
012640   DISPLAY ')</h3>'
012750       PERFORM 104-DB-GetAccount
012760       DISPLAY '<tr><td>' WITH NO ADVANCING
012770       DISPLAY Account IN AccountRecord
012780       DISPLAY '</td><td> $' WITH NO ADVANCING
012785       MOVE Balance TO BalanceDisp
012790       DISPLAY BalanceDisp
012795       DISPLAY '</td><td>' WITH NO ADVANCING
012800       IF AcctType = "S"
012805         DISPLAY 'Savings' WITH NO ADVANCING
012810       ELSE
012815         IF AcctType = "T"
012820           DISPLAY 'Term deposit' WITH NO ADVANCING
012825           MOVE Account OF AccountRecord TO TermAcct
012830           PERFORM 176-DB-TermGet
012835           IF TermFnd = 1 AND
012836             (TermStatus = "A" OR TermStatus = "W")
012840             DISPLAY ', ' WITH NO ADVANCING
012845             DISPLAY TermMonths WITH NO ADVANCING
012850             DISPLAY ' months at ' WITH NO ADVANCING
012855             DISPLAY TermRatePct WITH NO ADVANCING
012860             DISPLAY '%, matures ' WITH NO ADVANCING
012865             DISPLAY TermMaturity WITH NO ADVANCING
012870             IF TermInstr = "R"
012875               DISPLAY ', then rolls over' WITH NO ADVANCING
012880             ELSE
012885               DISPLAY ', then pays out to ' WITH NO ADVANCING
012890               DISPLAY TermPayout WITH NO ADVANCING
012895             END-IF
012900             IF TermStatus = "W"
012905               DISPLAY ' (early withdrawal approved)' WITH NO
012910               ADVANCING
012915             END-IF
012920           END-IF
012925         ELSE
012930           DISPLAY 'Checking' WITH NO ADVANCING
012935         END-IF
012940       END-IF
012945       IF AcctStatus = "C"
012950         DISPLAY ' (closed)' WITH NO ADVANCING
012955       END-IF
012960       IF AcctStatus = "D"
012965         DISPLAY ' (dormant)' WITH NO ADVANCING
012970       END-IF
012975       DISPLAY '</td><td>'
012980       IF AcctStatus NOT = "C" AND AcctType NOT = "T"
013030       DISPLAY '<form action="" method="post"><button type="sub'
013040       'mit" name="action" value="close"/>Close</button><input '
013050       'type="hidden" name="id" value="' WITH NO ADVANCING
013089         END-PERFORM
013090         DISPLAY '</select></form>'
013091       END-IF
013092       END-IF
013093       IF AcctStatus NOT = "C"
013092       DISPLAY '<form action="" method="post"><button type="sub'
013093       'mit" name="action" value="addowner"/>Add co-owner</butt'
013094       'on><input type="hidden" name="id" value="' WITH NO
013150     DISPLAY '<form action="" method="post"><button type="sub'
013160     'mit" name="action" value="new"/>Create a new account</b'
013170     'utton><select name="acct_type"><option value="C">Checki'
013171     'ng</option><option value="S">Savings</option><option va'
013172     'lue="T">Term deposit</option></select>'
013173     DISPLAY '<p>For a term deposit: <select name="td_term">'
013174     WITH NO ADVANCING
013175     MOVE 1 TO TermOptInd
013176     PERFORM UNTIL TermOptInd > 4
013177       EVALUATE TermOptInd
013178         WHEN 1
013179           MOVE 3 TO TermMonths
013180         WHEN 2
013181           MOVE 6 TO TermMonths
013182         WHEN 3
013183           MOVE 12 TO TermMonths
013184         WHEN OTHER
013185           MOVE 24 TO TermMonths
013186       END-EVALUATE
013187       PERFORM 175-DB-TermRate
013188       DISPLAY '<option value="' WITH NO ADVANCING
013189       DISPLAY TermMonths WITH NO ADVANCING
013190       DISPLAY '">' WITH NO ADVANCING
013191       DISPLAY TermMonths WITH NO ADVANCING
013192       DISPLAY ' months at ' WITH NO ADVANCING
013193       DISPLAY TermRatePct WITH NO ADVANCING
013194       DISPLAY '%</option>' WITH NO ADVANCING
013195       COMPUTE TermOptInd = TermOptInd + 1
013196     END-PERFORM
013197     DISPLAY '</select> <input type="number" name="td_amount" pl'
013198     'aceholder="amount" min=1 step=1> from <select name="td_fun'
013199     'd">' WITH NO ADVANCING
013200     PERFORM 179-DB-TermAcctOptions
013201     DISPLAY '</select> paying out to <select name="td_payout">'
013202     WITH NO ADVANCING
013203     PERFORM 179-DB-TermAcctOptions
013204     DISPLAY '</select> at maturity <select name="td_instructio'
013205     'n"><option value="P">pay out</option><option value="R">ro'
013206     'll over</option></select></p></form>'
013200   END-IF
013210   DISPLAY '</body>'
013220   PERFORM 201-HTML-Footer
013515      IF AccountFnd = 1 AND AcctStatus = "C"
013516        MOVE 1 TO SendClosed
013517      END-IF
013518      IF AccountFnd = 1 AND AcctStatus = "D"
013519        MOVE 1 TO SendDormant
013520      END-IF
013521      IF AccountFnd = 1 AND AcctType = "T"
013522        MOVE 1 TO SendTermLock
013523      END-IF
013521
013526      MOVE 0 TO PendExternal
013531      MOVE 0 TO PayeeIntOnly
013536      PERFORM 161-DB-PayeeResolve
013537      IF SendTermLock = 1
013538        MOVE 0 TO Datadone
013539      END-IF
013541      IF SendClosed = 0 AND SendDormant = 0 AND Datadone = 1 AND
013546        Dataval > 100000000000 AND
013551        Dataval <= 999999999999 AND PendExternal = 0
013562        MOVE FUNCTION NUMVAL (Dataval) TO CheckAcct
013565        PERFORM 152-DB-CheckDigit
013568        IF CheckOK = 0
013571          MOVE 1 TO SendBadCheck
013574        END-IF
013577      END-IF
013580      IF SendClosed = 0 AND SendDormant = 0 AND Datadone = 1 AND
013583        Dataval > 100000000000 AND
013586        Dataval <= 999999999999 AND SendBadCheck = 0
013589        MOVE Dataval TO Account IN AccountRecord
013592        PERFORM 104-DB-GetAccount
013595        IF AccountFnd = 1 AND AcctStatus = "C"
013598          MOVE 0 TO AccountFnd
013601          MOVE 1 TO SendClosed
013604        END-IF
013605        IF AccountFnd = 1 AND AcctType = "T" AND PendExternal = 0
013606          MOVE 0 TO AccountFnd
013607          MOVE 1 TO SendTermLock
013608        END-IF
013607        IF PendExternal = 1 AND SendClosed = 0
013616          MOVE 1 TO AccountFnd
013617        END-IF
013620        IF AccountFnd = 1
013680                StandMM > 12 OR StandDD < 1 OR StandDD > 31
013681                MOVE 1 TO SendBadDate
013682              END-IF
013683              IF SendBadDate = 0
013684                MOVE PendValDate TO CalDate
013685                PERFORM 965-Cal-Month-Days
013686                IF StandDD > CalMonthDays
013687                  MOVE 1 TO SendBadDate
013688                ELSE
013689                  PERFORM 962-Cal-Roll-Forward
013690                  IF CalDate NOT = PendValDate
013691                    MOVE CalDate TO PendValDate
013692                    MOVE CalDate TO SendRolled
013693                  END-IF
013694                END-IF
013695              END-IF
013683            END-IF
013684            IF SendBadDate = 0
013700            MOVE "memo" to Datatarget
013720            IF Datadone = 1
013730              PERFORM 102-Decode
013740              MOVE Dataval TO Memo
013741              IF PendValDate <= CurDateYMD
013742                MOVE 1 TO LimitAvailChk
013743              END-IF
013744              PERFORM 113-DB-CheckLimits
013745              MOVE 0 TO LimitAvailChk
013746              IF LimitOK = 1
013747                IF PendExternal = 1
013744                  MOVE "X" TO PendRevFlag
013745                END-IF
013746                PERFORM 145-DB-DupCheck
013749                  MOVE 1 TO SendHeld
013750                ELSE
013751                  PERFORM 105-DB-Transact
013752                  IF PayeeFirst = 1
013753                    MOVE "P" TO PayeeMode
013754                    PERFORM 165-DB-PayeeUpdate
013755                  END-IF
013756                END-IF
013757                MOVE SPACE TO PendRevFlag
013754              ELSE
013755                MOVE 1 TO SendLimited
013756              END-IF
014041      IF AccountFnd = 1 AND AcctStatus = "C"
014042        MOVE 1 TO SendClosed
014043      END-IF
014044      IF AccountFnd = 1 AND AcctStatus = "D"
014045        MOVE 1 TO SendDormant
014046      END-IF
014047      IF AccountFnd = 1 AND AcctType = "T"
014048        MOVE 1 TO SendTermLock
014049      END-IF
014047      MOVE 0 TO PendExternal
014048      MOVE 1 TO PayeeIntOnly
014049      PERFORM 161-DB-PayeeResolve
014050      MOVE 0 TO PayeeIntOnly
014051      IF SendTermLock = 1
014052        MOVE 0 TO Datadone
014053      END-IF
014051      IF PendExternal = 1
014052        MOVE 0 TO Datadone
014053        MOVE 0 TO PendExternal
014054      END-IF
014049      IF SendClosed = 0 AND SendDormant = 0 AND Datadone = 1 AND
014050        Dataval > 100000000000 AND
014051        Dataval <= 999999999999
014049        MOVE FUNCTION NUMVAL (Dataval) TO CheckAcct
014050        PERFORM 152-DB-CheckDigit
014051        IF CheckOK = 0
014052          MOVE 1 TO SendBadCheck
014053        END-IF
014054      END-IF
014055      IF SendClosed = 0 AND SendDormant = 0 AND Datadone = 1 AND
014056        Dataval > 100000000000 AND
014057        Dataval <= 999999999999 AND SendBadCheck = 0
014058        MOVE Dataval TO Account IN AccountRecord
014059        PERFORM 104-DB-GetAccount
014060        IF AccountFnd = 1 AND AcctStatus = "C"
014061          MOVE 0 TO AccountFnd
014062          MOVE 1 TO SendClosed
014063        END-IF
014064        IF AccountFnd = 1 AND AcctType = "T"
014065          MOVE 0 TO AccountFnd
014066          MOVE 1 TO SendTermLock
014067        END-IF
014064        IF AccountFnd = 1
014045          MOVE Dataval TO AccountDst
014046          MOVE "amount" to Datatarget
014047          PERFORM 100-Parse-Data
014059                MOVE StandNextRun (5:2) TO StandMM
014060                MOVE StandNextRun (7:2) TO StandDD
014061                PERFORM 106-DB-Timestamp
014062                MOVE StandNextRun TO CalDate
014063                PERFORM 965-Cal-Month-Days
014064                IF StandNextRun >= CurDateYMD AND StandMM >= 1
014065                  AND StandMM <= 12 AND StandDD >= 1 AND
014066                  StandDD <= 31 AND
014067                  (StandFreq = "M" OR StandDD <= CalMonthDays)
014068                  MOVE 0 TO StandBad
014069                  MOVE StandFreq TO CalFreq
014070                  MOVE StandNextRun TO CalDate
014071                  PERFORM 968-Cal-First-Run
014072                  MOVE CalAnchor TO StandAnchor
014073                  IF CalDate NOT = StandNextRun
014074                    MOVE CalDate TO SendRolled
014075                  END-IF
014076                  MOVE CalDate TO StandNextRun
014077                END-IF
014067              END-IF
014068            END-IF
014069            IF StandBad = 0
014075                PERFORM 113-DB-CheckLimits
014076                IF LimitOK = 1
014077                  PERFORM 116-DB-StandingAdd
014078                  IF PayeeFirst = 1
014079                    MOVE "P" TO PayeeMode
014080                    PERFORM 165-DB-PayeeUpdate
014081                  END-IF
014082                ELSE
014079                  MOVE 1 TO SendLimited
014080                END-IF
014081              END-IF
014070  DISPLAY '<title>Bank site - Make a transaction</title><body>'
014100  PERFORM 010-Auth-Navbar
014110  DISPLAY '<h2>Make a transaction</h2>'
014111  IF SendLimited = 1 AND SendNoFunds = 0 AND SendFirstLimit = 0
014112    DISPLAY '<p>Transfer rejected: exceeds your per-transaction'
014113    ' or daily sending limit.</p>'
014114  END-IF
014115  IF SendNoFunds = 1
014116    DISPLAY '<p>Transfer rejected: the amount is more than the av'
014117    'ailable balance of the sending account.</p>'
014118  END-IF
014119  IF SendFirstLimit = 1 AND SendNoFunds = 0
014120    DISPLAY '<p>Transfer rejected: the first payment to a new pay'
014121    'ee is limited to ' WITH NO ADVANCING
014122    MOVE PayeeFirstLimit TO PayeeLimitDisp
014123    DISPLAY PayeeLimitDisp '.</p>'
014124  END-IF
014125  IF SendCooling = 1
014126    DISPLAY '<p>Transfer rejected: this payee was added recently '
014127    'and can be paid in' WITH NO ADVANCING
014128    DISPLAY PayeeWaitMin WITH NO ADVANCING
014129    DISPLAY ' minutes.</p>'
014130  END-IF
014119  IF SendBadDate = 1
014120    DISPLAY '<p>Transfer rejected: execution date must be a val'
014121    'id date no earlier than today.</p>'
014122  END-IF
014123  IF StandBad = 1
014124    DISPLAY '<p>Standing order rejected: the first run must be '
014125    'a valid date no earlier than today.</p>'
014126  END-IF
014127  IF SendRolled > 0 AND SendLimited = 0
014128    DISPLAY '<p>The date you chose is not a business day, so th'
014129    'e payment will be made on ' WITH NO ADVANCING
014130    DISPLAY SendRolled WITH NO ADVANCING
014131    DISPLAY '.</p>'
014132  END-IF
014119  IF SendClosed = 1
014120    DISPLAY '<p>Transfer rejected: the account is closed.</p>'
014121  END-IF
014122  IF SendDormant = 1
014123    DISPLAY '<p>Transfer rejected: the sending account is dorman'
014124    't. Contact the bank to have it reactivated.</p>'
014125  END-IF
014126  IF SendTermLock = 1
014127    DISPLAY '<p>Transfer rejected: term deposit funds are locked'
014128    ' until maturity and cannot be paid in or out.</p>'
014129  END-IF
014122  IF SendBadCheck = 1
014123    DISPLAY '<p>Transfer rejected: the receiving account number'
014124    ' is not valid. Check the number and try again.</p>'
014125  END-IF
014122  IF SendHeld = 1
014123    DISPLAY '<p>This transfer looks like a duplicate of a recen'
014124    't one, so it was held for review. It will not post unless '
014200  MOVE 1 TO AccountInd
014210  PERFORM UNTIL AccountInd > AccountCount
014220    MOVE Account IN AccountList (AccountInd) TO Account OF
014230     AccountRecord
014240    PERFORM 104-DB-GetAccount
014250    DISPLAY '<option value="' WITH NO ADVANCING
014260    DISPLAY AccountInd WITH NO ADVANCING
014320    COMPUTE AccountInd = AccountInd + 1
014330  END-PERFORM
014340
014350  DISPLAY '</select></p><p><label for="payee">Pay to</label><sel'
014360  'ect required name="payee" id="payee">'
014370  MOVE 0 TO PayeeIntOnly
014400  PERFORM 167-DB-PayeeOptions
014401  DISPLAY '</select> <a href="/?page=profile">Manage payees</a>'
014402  '</p><p><label for="value_date">Exec'
014403  'ution date (YYYYMMDD, optional)</label><input type="number" i'
014404  'd="value_date" name="value_date" min=20250101 max=29991231 st'
014405  'ep=1></p><p><label for="amount">Amount '
014457  MOVE 1 TO AccountInd
014458  PERFORM UNTIL AccountInd > AccountCount
014459    MOVE Account IN AccountList (AccountInd) TO Account OF
014460     AccountRecord
014461    PERFORM 104-DB-GetAccount
014462    DISPLAY '<option value="' WITH NO ADVANCING
014463    DISPLAY AccountInd WITH NO ADVANCING
014467    COMPUTE AccountInd = AccountInd + 1
014468  END-PERFORM
014469
014470  DISPLAY '</select></p><p><label for="standing_payee">Pay to (p'
014471  'ayees at this bank)</label><select required name="payee" id="'
014472  'standing_payee">'
014473  MOVE 1 TO PayeeIntOnly
014474  PERFORM 167-DB-PayeeOptions
014475  MOVE 0 TO PayeeIntOnly
014476  DISPLAY '</select></p><p><label for="standing_amount">Amount</'
014477  'label><input required type="number" name="amount" id="standin'
014478  'g_amount" step=0.01 min=1></p><p><label for="frequency">Frequ'
014479  'ency</label><select required name="frequency" id="frequency">'
014480  '<option value="W">Weekly</option><option value="M">Monthly</o'
014481  'ption></select></p><p><label for="next_run">First run (YYYYMM'
014482  'DD; a monthly order for the 29th to 31st runs on the last bus'
014483  'iness day of shorter months)</label><input required type="num'
014484  'ber" name="next_run" id="next_run" min=20250101 max=29991231 '
014485  'step=1></p><p><label for="standing_memo">Notes</label><input '
014486  'required id="standing_memo" name="memo"></p><p><button type="'
014487  'submit">Create standing order</button></p></form>'
014484
014460  PERFORM 201-HTML-Footer
014470  .
015730   END-IF
015740
015750   PERFORM 200-HTML-Header
015757   PERFORM 103-DB-AdminCheck
015764   IF Loginsuccess NOT = 1
015771       EXIT SECTION
015778   END-IF
015785
015792   MOVE 0 TO ApprResult
015799   MOVE 0 TO ApprReplay
015806   MOVE "action" to Datatarget
015813   PERFORM 100-Parse-Data
015820   IF Datadone = 1 AND (Dataval = "approval_approve" OR
015827     Dataval = "approval_reject")
015834     IF Dataval = "approval_approve"
015841       MOVE "A" TO ApprDecision
015848     ELSE
015855       MOVE "R" TO ApprDecision
015862     END-IF
015869     MOVE 5 TO ApprResult
015876     MOVE "approval_id" to Datatarget
015883     PERFORM 100-Parse-Data
015890     IF Datadone = 1 AND FUNCTION NUMVAL (Dataval) > 0
015897       MOVE FUNCTION NUMVAL (Dataval) TO ApprId
015904       MOVE ApprId TO ApprIdX
015911       PERFORM 171-DB-ApprDecide
015918       IF ApprFnd = 1
015925         MOVE Username TO AuditUser
015932         IF ApprDecision = "A"
015939           MOVE 1 TO ApprResult
015946           MOVE "APPRAPPROVE" TO AuditEvent
015953         ELSE
015960           MOVE 2 TO ApprResult
015967           MOVE "APPRREJECT" TO AuditEvent
015974         END-IF
015981         MOVE SPACES TO AuditTarget
015988         STRING ApprIdX ' ' ApprMaker DELIMITED BY SIZE
015995           INTO AuditTarget
016002         PERFORM 121-DB-AuditAppend
016009         MOVE SPACES TO MsgText
016016         IF ApprDecision = "A"
016023           STRING 'REQUEST ' ApprIdX ' ' ApprAction
016030             ' APPROVED BY ' Username DELIMITED BY SIZE
016037             INTO MsgText
016044         ELSE
016051           STRING 'REQUEST ' ApprIdX ' ' ApprAction
016058             ' REJECTED BY ' Username DELIMITED BY SIZE
016065             INTO MsgText
016072         END-IF
016079         MOVE ApprMaker TO MsgUser
016086         PERFORM 141-DB-MsgAppend
016093         IF ApprDecision = "A"
016100           MOVE ApprData TO ReqData
016107           MOVE SPACES TO DATAA
016114           UNSTRING ReqData DELIMITED BY "&" INTO DATAV (1)
016121             DATAV (2) DATAV (3) DATAV (4) DATAV (5) DATAV (6)
016128             DATAV (7) DATAV (8)
016135           MOVE 1 TO ApprReplay
016142         END-IF
016149       END-IF
016156       IF ApprFnd = 2
016163         MOVE 3 TO ApprResult
016170       END-IF
016177       IF ApprFnd = 3
016184         MOVE 4 TO ApprResult
016191       END-IF
016198     END-IF
016205   END-IF
016212
016219   IF ApprReplay = 0
016226     MOVE "action" to Datatarget
016233     PERFORM 100-Parse-Data
016240     IF Datadone = 1 AND (Dataval = "dispute_approve" OR
016247       Dataval = "held_release" OR Dataval = "held_reject" OR
016248       Dataval = "reset_user" OR
016254       Dataval = "hold_place" OR Dataval = "hold_change" OR
016261       Dataval = "hold_release" OR Dataval = "term_break")
016268       MOVE Dataval TO ApprAction
016271       MOVE 1 TO HeldFnd
016272       IF ApprAction = "held_release" OR
016274         ApprAction = "held_reject"
016277         PERFORM 180-DB-HeldKeyData
016280       END-IF
016283       IF HeldFnd = 1 AND ReqData (128:1) = SPACE
016286         PERFORM 170-DB-ApprRequest
016289         MOVE Username TO AuditUser
016292         MOVE "APPRREQUEST" TO AuditEvent
016295         MOVE SPACES TO AuditTarget
016298         STRING ApprIdX ' ' ApprAction DELIMITED BY SIZE
016301           INTO AuditTarget
016304         PERFORM 121-DB-AuditAppend
016307         MOVE 6 TO ApprResult
016310       ELSE
016313         MOVE 8 TO ApprResult
016314         IF HeldFnd = 1
016315           MOVE 9 TO ApprResult
016316         END-IF
016317       END-IF
016331       MOVE SPACES TO DATAA
016338     END-IF
016345   END-IF
016352
016359   MOVE "action" to Datatarget
016366   PERFORM 100-Parse-Data
016373   IF Datadone = 1 AND Dataval = "refresh"
016440     MOVE "account" to Datatarget
016450     PERFORM 100-Parse-Data
016460
016631
016632   MOVE "action" to Datatarget
016633   PERFORM 100-Parse-Data
016634   IF Datadone = 1 AND Dataval = "odlimit"
016635     MOVE 2 TO OdResult
016636     MOVE "od_account" to Datatarget
016637     PERFORM 100-Parse-Data
016638     IF Datadone = 1 AND FUNCTION NUMVAL (Dataval) > 0
016639       MOVE FUNCTION NUMVAL (Dataval) TO OdAccount
016640       MOVE "od_limit" to Datatarget
016641       PERFORM 100-Parse-Data
016642       IF Datadone = 1 AND FUNCTION NUMVAL (Dataval) >= 0
016643         MOVE FUNCTION NUMVAL (Dataval) TO OdLimitNew
016644         MOVE OdAccount TO Account OF AccountRecord
016645         PERFORM 104-DB-GetAccount
016646         IF AccountFnd = 1 AND AcctStatus NOT = "C" AND
016647           AcctType = "C"
016648           MOVE OdLimitNew TO OverdraftLimit
016649           OPEN I-O ACCOUNTS
016650             REWRITE AccountRecord
016651           CLOSE ACCOUNTS
016652           MOVE 1 TO OdResult
016653           MOVE Username TO AuditUser
016654           MOVE "ODLIMIT" TO AuditEvent
016655           MOVE OdAccount TO AuditTarget
016656           PERFORM 121-DB-AuditAppend
016657         END-IF
016658       END-IF
016659     END-IF
016660   END-IF
016661
016662   MOVE "action" to Datatarget
016663   PERFORM 100-Parse-Data
016664   IF Datadone = 1 AND Dataval = "hold_place"
016665     MOVE 2 TO HoldResult
016666     MOVE "hacct" to Datatarget
016667     PERFORM 100-Parse-Data
016668     IF Datadone = 1 AND FUNCTION NUMVAL (Dataval) > 0
016669       MOVE FUNCTION NUMVAL (Dataval) TO HoldAcct
016670       MOVE "hamt" to Datatarget
016671       PERFORM 100-Parse-Data
016672       IF Datadone = 1 AND FUNCTION NUMVAL (Dataval) > 0
016673         MOVE FUNCTION NUMVAL (Dataval) TO HoldAmount
016674         MOVE "OTHR" TO HoldReason
016675         MOVE "hrsn" to Datatarget
016676         PERFORM 100-Parse-Data
016677         IF Datadone = 1 AND (Dataval = "GARN" OR Dataval = "LEGL"
016678           OR Dataval = "DEPH")
016679           MOVE Dataval TO HoldReason
016680         END-IF
016681         MOVE 0 TO HoldExpiry
016682         MOVE "hexp" to Datatarget
016683         PERFORM 100-Parse-Data
016684         IF Datadone = 1 AND FUNCTION NUMVAL (Dataval) > 0
016685           MOVE FUNCTION NUMVAL (Dataval) TO HoldExpiry
016686         END-IF
016687         MOVE SPACES TO HoldRef
016688         MOVE "href" to Datatarget
016689         PERFORM 100-Parse-Data
016690         IF Datadone = 1
016691           PERFORM 102-Decode
016692           MOVE Dataval TO HoldRef
016693         END-IF
016694         MOVE HoldAcct TO Account OF AccountRecord
016695         PERFORM 104-DB-GetAccount
016696         PERFORM 106-DB-Timestamp
016697         IF AccountFnd = 1 AND AcctStatus NOT = "C" AND
016698           (HoldExpiry = 0 OR HoldExpiry >= CurDateYMD)
016699           PERFORM 155-DB-HoldPlace
016700           MOVE 1 TO HoldResult
016701           MOVE Username TO AuditUser
016702           MOVE "HOLDPLACE" TO AuditEvent
016703           MOVE SPACES TO AuditTarget
016704           STRING HoldAcct ' ' HoldId DELIMITED BY SIZE
016705             INTO AuditTarget
016706           PERFORM 121-DB-AuditAppend
016707         END-IF
016708       END-IF
016709     END-IF
016710   END-IF
016711
016712   MOVE "action" to Datatarget
016713   PERFORM 100-Parse-Data
016714   IF Datadone = 1 AND (Dataval = "hold_change" OR
016715     Dataval = "hold_release")
016716     IF Dataval = "hold_release"
016717       MOVE "R" TO HoldAction
016718     ELSE
016719       MOVE "C" TO HoldAction
016720     END-IF
016721     MOVE 3 TO HoldResult
016722     MOVE "hold_id" to Datatarget
016723     PERFORM 100-Parse-Data
016724     IF Datadone = 1 AND FUNCTION NUMVAL (Dataval) > 0
016725       MOVE FUNCTION NUMVAL (Dataval) TO HoldId
016726       MOVE 1 TO HoldFnd
016727       IF HoldAction = "C"
016728         MOVE 0 TO HoldFnd
016729         MOVE "hold_amount" to Datatarget
016730         PERFORM 100-Parse-Data
016731         IF Datadone = 1 AND FUNCTION NUMVAL (Dataval) > 0
016732           MOVE FUNCTION NUMVAL (Dataval) TO HoldAmount
016733           MOVE 1 TO HoldFnd
016734         END-IF
016735         MOVE 0 TO HoldExpiry
016736         MOVE "hold_expiry" to Datatarget
016737         PERFORM 100-Parse-Data
016738         IF Datadone = 1 AND FUNCTION NUMVAL (Dataval) > 0
016739           MOVE FUNCTION NUMVAL (Dataval) TO HoldExpiry
016740         END-IF
016741         PERFORM 106-DB-Timestamp
016742         IF HoldExpiry NOT = 0 AND HoldExpiry < CurDateYMD
016743           MOVE 0 TO HoldFnd
016744         END-IF
016745       END-IF
016746       IF HoldFnd = 1
016747         PERFORM 156-DB-HoldUpdate
016748       END-IF
016749       IF HoldFnd = 1
016750         MOVE 4 TO HoldResult
016751         MOVE Username TO AuditUser
016752         IF HoldAction = "R"
016753           MOVE "HOLDRELEASE" TO AuditEvent
016754         ELSE
016755           MOVE "HOLDCHANGE" TO AuditEvent
016756         END-IF
016757         MOVE SPACES TO AuditTarget
016758         STRING HoldAcct ' ' HoldId DELIMITED BY SIZE
016759           INTO AuditTarget
016760         PERFORM 121-DB-AuditAppend
016761       END-IF
016762     END-IF
016763   END-IF
016764
016765   MOVE "action" to Datatarget
016766   PERFORM 100-Parse-Data
016767   IF Datadone = 1 AND Dataval = "term_break"
016768     MOVE 2 TO TermBreakResult
016769     MOVE "term_account" to Datatarget
016770     PERFORM 100-Parse-Data
016771     IF Datadone = 1 AND FUNCTION NUMVAL (Dataval) > 0
016772       MOVE FUNCTION NUMVAL (Dataval) TO TermAcct
016773       MOVE "term_penalty" to Datatarget
016774       PERFORM 100-Parse-Data
016775       IF Datadone = 1 AND FUNCTION NUMVAL (Dataval) >= 0
016776         MOVE FUNCTION NUMVAL (Dataval) TO TermPenalty
016777         PERFORM 177-DB-TermUpdate
016778         IF TermFnd = 1
016779           MOVE 1 TO TermBreakResult
016780           MOVE TermPenalty TO TermAmtDisp
016781           MOVE Username TO AuditUser
016782           MOVE "TERMBREAK" TO AuditEvent
016783           MOVE SPACES TO AuditTarget
016784           STRING TermAcct ' ' TermAmtDisp DELIMITED BY SIZE
016785             INTO AuditTarget
016786           PERFORM 121-DB-AuditAppend
016787           MOVE TermAcct TO NotifyAccount
016788           MOVE SPACES TO MsgText
016789           STRING 'TERM DEPOSIT ' TermAcct
016790             ' EARLY WITHDRAWAL APPROVED - PENALTY' TermAmtDisp
016791             DELIMITED BY SIZE INTO MsgText
016792           PERFORM 142-DB-MsgNotifyOwners
016793         END-IF
016794       END-IF
016795     END-IF
016796   END-IF
016797
016765   MOVE "action" to Datatarget
016766   PERFORM 100-Parse-Data
016767   IF Datadone = 1 AND Dataval = "holiday_add"
016768     MOVE 2 TO HolResult
016769     MOVE "hol_date" to Datatarget
016770     PERFORM 100-Parse-Data
016771     IF Datadone = 1 AND FUNCTION NUMVAL (Dataval) > 0
016772       MOVE FUNCTION NUMVAL (Dataval) TO HolDate
016773       MOVE HolDate (5:2) TO StandMM
016774       MOVE HolDate (7:2) TO StandDD
016775       MOVE HolDate TO CalDate
016776       PERFORM 965-Cal-Month-Days
016777       MOVE SPACES TO HolName
016778       MOVE "hol_name" to Datatarget
016779       PERFORM 100-Parse-Data
016780       IF Datadone = 1
016781         PERFORM 102-Decode
016782         MOVE Dataval TO HolName
016783       END-IF
016784       IF HolDate > 19991231 AND StandMM >= 1 AND StandMM <= 12
016785         AND StandDD >= 1 AND StandDD <= CalMonthDays
016786         PERFORM 158-DB-HolidayAdd
016787         IF HolFnd = 0
016788           MOVE 1 TO HolResult
016789           MOVE Username TO AuditUser
016790           MOVE "HOLIDAYADD" TO AuditEvent
016791           MOVE HolDate TO AuditTarget
016792           PERFORM 121-DB-AuditAppend
016793         END-IF
016794       END-IF
016795     END-IF
016796   END-IF
016797
016798   MOVE "action" to Datatarget
016799   PERFORM 100-Parse-Data
016800   IF Datadone = 1 AND Dataval = "holiday_remove"
016801     MOVE 4 TO HolResult
016802     MOVE "hol_date" to Datatarget
016803     PERFORM 100-Parse-Data
016804     IF Datadone = 1 AND FUNCTION NUMVAL (Dataval) > 0
016805       MOVE FUNCTION NUMVAL (Dataval) TO HolDate
016806       PERFORM 159-DB-HolidayDelete
016807       IF HolFnd = 1
016808         MOVE 3 TO HolResult
016809         MOVE Username TO AuditUser
016810         MOVE "HOLIDAYDEL" TO AuditEvent
016811         MOVE HolDate TO AuditTarget
016812         PERFORM 121-DB-AuditAppend
016813       END-IF
016814     END-IF
016815   END-IF
016816
016765   MOVE "action" to Datatarget
016766   PERFORM 100-Parse-Data
016664   IF Datadone = 1 AND Dataval = "reactivate"
016665     MOVE 2 TO ReactResult
016666     MOVE "react_account" to Datatarget
016667     PERFORM 100-Parse-Data
016668     IF Datadone = 1 AND FUNCTION NUMVAL (Dataval) > 0
016669       MOVE FUNCTION NUMVAL (Dataval) TO ReactAccount
016670       MOVE ReactAccount TO Account OF AccountRecord
016671       PERFORM 104-DB-GetAccount
016672       IF AccountFnd = 1 AND AcctStatus = "D"
016673         PERFORM 106-DB-Timestamp
016674         MOVE "O" TO AcctStatus
016675         MOVE CurDateYMD TO AcctLastActivity
016676         MOVE 0 TO DormantDate
016677         OPEN I-O ACCOUNTS
016678           REWRITE AccountRecord
016679         CLOSE ACCOUNTS
016680         MOVE 1 TO ReactResult
016681         MOVE Username TO AuditUser
016682         MOVE "REACTIVATE" TO AuditEvent
016683         MOVE ReactAccount TO AuditTarget
016684         PERFORM 121-DB-AuditAppend
016685         MOVE ReactAccount TO NotifyAccount
016686         MOVE SPACES TO MsgText
016687         STRING 'ACCOUNT ' ReactAccount ' HAS BEEN REACTIVATED'
016688           INTO MsgText
016689         PERFORM 142-DB-MsgNotifyOwners
016690       END-IF
016691     END-IF
016692   END-IF
016693
016662   MOVE "action" to Datatarget
016663   PERFORM 100-Parse-Data
016634   IF Datadone = 1 AND Dataval = "reset_user"
016635     MOVE "reset_user" to Datatarget
016636     PERFORM 100-Parse-Data
016684     ELSE
016685       MOVE 0 TO HeldAction
016686     END-IF
016687     PERFORM 181-DB-HeldKeyParse
016688     PERFORM 150-DB-HeldResolve
016689     IF HeldFnd = 0
016690       PERFORM 183-DB-ApprFail
016691       MOVE 7 TO ApprResult
016692     END-IF
016693   END-IF
016640
017110
017120   DISPLAY '</select></p><p><button type="submit">Submit</button'
017130   '></p></form>'
017131
017132   DISPLAY '<h2>Approvals</h2>'
017133   IF ApprResult = 1
017134     DISPLAY '<p><strong>Request approved and carried out.</stron'
017135     'g></p>'
017136   END-IF
017137   IF ApprResult = 2
017138     DISPLAY '<p><strong>Request rejected.</strong></p>'
017139   END-IF
017140   IF ApprResult = 3
017141     DISPLAY '<p><strong>A request must be approved or rejected b'
017142     'y another administrator.</strong></p>'
017143   END-IF
017144   IF ApprResult = 4
017145     DISPLAY '<p><strong>That request has expired.</strong></p>'
017146   END-IF
017147   IF ApprResult = 5
017148     DISPLAY '<p><strong>Request not found or already decided.</s'
017149     'trong></p>'
017150   END-IF
017151   IF ApprResult = 6
017152     DISPLAY '<p><strong>Request submitted. It takes effect when '
017153     'another administrator approves it.</strong></p>'
017154   END-IF
017155   IF ApprResult = 7
017156     DISPLAY '<p><strong>Request approved, but the held transfer'
017157     ' is no longer awaiting review. Nothing was changed.</stro'
017158     'ng></p>'
017159   END-IF
017160   IF ApprResult = 8
017161     DISPLAY '<p><strong>Held transfer not found. Nothing was su'
017162     'bmitted.</strong></p>'
017163   END-IF
017164   IF ApprResult = 9
017165     DISPLAY '<p><strong>The request is too long to be held for a'
017166     'pproval. Nothing was submitted.</strong></p>'
017167   END-IF
017168   DISPLAY '<h3>Awaiting my approval</h3><p><table><tr><th>Id</th'
017169   '><th>Action</th><th>Details</th><th>Submitted by</th><th></th'
017170   '></tr>'
017171   MOVE "W" TO ApprListMode
017172   PERFORM 172-DB-ApprList
017173   DISPLAY '</table></p>'
017174   DISPLAY '<h3>Submitted by me</h3><p><table><tr><th>Id</th><th>'
017175   'Action</th><th>Details</th><th>Status</th></tr>'
017176   MOVE "M" TO ApprListMode
017177   PERFORM 172-DB-ApprList
017178   DISPLAY '</table></p>'
017179
017132   DISPLAY '<h2>Arranged overdraft</h2>'
017133   IF OdResult = 1
017134     DISPLAY '<p><strong>Overdraft limit updated.</strong></p>'
017135   END-IF
017136   IF OdResult = 2
017137     DISPLAY '<p><strong>Overdraft limit not changed: the accoun'
017138     't must be an open checking account.</strong></p>'
017139   END-IF
017140   DISPLAY '<form action="/?page=admin" method="post"><input type'
017141   '="hidden" name="action" value="odlimit"><p><label for="od_ac'
017142   'count">Checking account</label><input required type="number'
017143   '" name="od_account" id="od_account" min=100000000000 max=999'
017144   '999999999 step=1></p><p><label for="od_limit">Overdraft limi'
017145   't</label><input required type="number" name="od_limit" id="o'
017146   'd_limit" min=0 step=0.01></p><p><button type="submit">Set li'
017147   'mit</button></p></form>'
017140
017141   DISPLAY '<h2>Reactivate dormant account</h2>'
017142   IF ReactResult = 1
017143     DISPLAY '<p><strong>Account reactivated.</strong></p>'
017144   END-IF
017145   IF ReactResult = 2
017146     DISPLAY '<p><strong>Account not reactivated: it is not a do'
017147     'rmant account.</strong></p>'
017148   END-IF
017149   DISPLAY '<form action="/?page=admin" method="post"><input type'
017150   '="hidden" name="action" value="reactivate"><p><label for="rea'
017151   'ct_account">Dormant account</label><input required type="numb'
017152   'er" name="react_account" id="react_account" min=100000000000 '
017153   'max=999999999999 step=1></p><p><button type="submit">Reactiva'
017154   'te</button></p></form>'
017155
017156   DISPLAY '<h2>Holds and liens</h2>'
017157   IF HoldResult = 1
017158     DISPLAY '<p><strong>Hold placed.</strong></p>'
017159   END-IF
017160   IF HoldResult = 2
017161     DISPLAY '<p><strong>Hold not placed: the account must exist'
017162     ' and be open, and the expiry date must not be in the past.'
017163     '</strong></p>'
017164   END-IF
017165   IF HoldResult = 3
017166     DISPLAY '<p><strong>Hold not changed: no such active hold, o'
017167     'r the amount or expiry date is not valid.</strong></p>'
017168   END-IF
017169   IF HoldResult = 4
017170     DISPLAY '<p><strong>Hold updated.</strong></p>'
017171   END-IF
017172   DISPLAY '<form action="/?page=admin" method="post"><input type'
017173   '="hidden" name="action" value="hold_place"><p><label for="hol'
017174   'd_account">Account</label><input required type="number" name='
017175   '"hacct" id="hold_account" min=100000000000 max=999999999999 s'
017176   'tep=1></p><p><label for="hold_amount">Amount</label><input re'
017177   'quired type="number" name="hamt" id="hold_amount" min=0.01 st'
017178   'ep=0.01></p><p><label for="hold_reason">Reason</label><select'
017179   ' required name="hrsn" id="hold_reason"><option value="GARN">G'
017180   'arnishment order</option><option value="LEGL">Legal freeze</o'
017181   'ption><option value="DEPH">Deposit hold</option><option value'
017182   '="OTHR">Other</option></select></p><p><label for="hold_expiry'
017183   '">Expiry (YYYYMMDD, blank for none)</label><input type="numbe'
017184   'r" name="hexp" id="hold_expiry" min=20250101 max=29991231 ste'
017185   'p=1></p><p><label for="hold_ref">Reference</label><input requ'
017186   'ired name="href" id="hold_ref" maxlength=20></p><p><button ty'
017187   'pe="submit">Place hold</button></p></form>'
017189   DISPLAY '<p><table><tr><th>Id</th><th>Account</th><th>Amount</'
017190   'th><th>Reason</th><th>Expiry</th><th>Reference</th><th>Placed'
017191   ' by</th><th></th></tr>'
017192   PERFORM 157-DB-HoldList
017193   DISPLAY '</table></p>'
017194
017195   DISPLAY '<h2>Term deposits</h2>'
017196   IF TermBreakResult = 1
017197     DISPLAY '<p><strong>Early withdrawal approved. The deposit '
017198     'is paid out, less the penalty, in the nightly run.</strong'
017199     '></p>'
017200   END-IF
017201   IF TermBreakResult = 2
017202     DISPLAY '<p><strong>Early withdrawal not approved: no such '
017203     'active term deposit, or the penalty is not valid.</strong>'
017204     '</p>'
017205   END-IF
017206   DISPLAY '<form action="/?page=admin" method="post"><input type'
017207   '="hidden" name="action" value="term_break"><p><label for="te'
017208   'rm_account">Term deposit account</label><input required type'
017209   '="number" name="term_account" id="term_account" min=10000000'
017210   '0000 max=999999999999 step=1></p><p><label for="term_penalty'
017211   '">Early withdrawal penalty</label><input required type="numb'
017212   'er" name="term_penalty" id="term_penalty" min=0 step=1></p><'
017213   'p><button type="submit">Approve early withdrawal</button></p'
017214   '></form>'
017215   DISPLAY '<p><table><tr><th>Account</th><th>Principal</th><th>'
017216   'Term</th><th>Matures</th><th>Payout account</th><th>At matur'
017217   'ity</th><th>Status</th></tr>'
017218   PERFORM 178-DB-TermList
017219   DISPLAY '</table></p>'
017194
017195   DISPLAY '<h2>Bank holidays</h2>'
017196   IF HolResult = 1
017197     DISPLAY '<p><strong>Holiday added.</strong></p>'
017198   END-IF
017199   IF HolResult = 2
017200     DISPLAY '<p><strong>Holiday not added: the date is not vali'
017201     'd or is already in the calendar.</strong></p>'
017202   END-IF
017203   IF HolResult = 3
017204     DISPLAY '<p><strong>Holiday removed.</strong></p>'
017205   END-IF
017206   IF HolResult = 4
017207     DISPLAY '<p><strong>Holiday not removed: the date is not in'
017208     ' the calendar.</strong></p>'
017209   END-IF
017210   DISPLAY '<form action="/?page=admin" method="post"><input type'
017211   '="hidden" name="action" value="holiday_add"><p><label for="ho'
017212   'l_date">Date (YYYYMMDD)</label><input required type="number" '
017213   'name="hol_date" id="hol_date" min=20000101 max=29991231 step='
017214   '1></p><p><label for="hol_name">Name</label><input required na'
017215   'me="hol_name" id="hol_name" maxlength=40></p><p><button type='
017216   '"submit">Add holiday</button></p></form>'
017217   DISPLAY '<p><table><tr><th>Date</th><th>Holiday</th><th></th><'
017218   '/tr>'
017219   PERFORM 160-DB-HolidayList
017220   DISPLAY '</table></p>'
017221
017141   DISPLAY '<h2>User directory</h2><form action="/?page=admin" me'
017142   'thod="post"><input type="hidden" name="action" value="searc'
017143   'h">'
017255
017256   DISPLAY '<h2>Held for review</h2><p><table><tr><th>Id</th><th'
017257   '>From</th><th>To</th><th>Amount</th><th>Memo</th><th>Reason'
017258   '</th><th>Payee</th><th></th></tr>'
017259   PERFORM 149-DB-HeldListAdmin
017260   DISPLAY '</table></p>'
017261
017420     EXIT SECTION
017430   END-IF
017440
017441   MOVE 0 TO PwChanged
017442   MOVE 0 TO PayeeResult
017443   MOVE "action" to Datatarget
017444   PERFORM 100-Parse-Data
017445   IF Datadone = 1 AND Dataval = "payee_add"
017446     MOVE 3 TO PayeeResult
017447     MOVE "I" TO PayeeType
017448     MOVE "payee_external" to Datatarget
017449     PERFORM 100-Parse-Data
017450     IF Datadone = 1 AND Dataval = "1"
017451       MOVE "E" TO PayeeType
017452     END-IF
017453     MOVE SPACES TO PayeeName
017454     MOVE "payee_name" to Datatarget
017455     PERFORM 100-Parse-Data
017456     IF Datadone = 1
017457       PERFORM 102-Decode
017458       INSPECT Dataval REPLACING ALL '<' BY ' ' ALL '>' BY ' '
017459         ALL '"' BY ' '
017460       MOVE Dataval TO PayeeName
017461     END-IF
017462     MOVE "payee_account" to Datatarget
017463     PERFORM 100-Parse-Data
017464     IF Datadone = 1 AND PayeeName NOT = SPACES AND
017465       Dataval > 100000000000 AND Dataval <= 999999999999
017466       MOVE FUNCTION NUMVAL (Dataval) TO PayeeAcct
017467       MOVE 0 TO PayeeResult
017468       IF PayeeType = "I"
017469         MOVE PayeeAcct TO CheckAcct
017470         PERFORM 152-DB-CheckDigit
017471         MOVE PayeeAcct TO Account IN AccountRecord
017472         PERFORM 104-DB-GetAccount
017473         IF CheckOK = 0 OR AccountFnd = 0 OR AcctStatus = "C"
017474           MOVE 3 TO PayeeResult
017475         END-IF
017476       END-IF
017477       IF PayeeResult = 0
017478         PERFORM 164-DB-PayeeAdd
017479         IF PayeeFnd = 1
017480           MOVE 2 TO PayeeResult
017481         ELSE
017482           MOVE 1 TO PayeeResult
017483           MOVE Username TO AuditUser
017484           MOVE "PAYEEADD" TO AuditEvent
017485           MOVE SPACES TO AuditTarget
017486           STRING PayeeAcct ' ' PayeeId DELIMITED BY SIZE
017487             INTO AuditTarget
017488           PERFORM 121-DB-AuditAppend
017489           MOVE SPACES TO MsgText
017490           STRING 'NEW PAYEE ' PayeeAcct ' ADDED BY ' Username
017491             DELIMITED BY SIZE INTO MsgText
017492           PERFORM 168-DB-MsgNotifyCoOwners
017493         END-IF
017494       END-IF
017495     END-IF
017496   END-IF
017497   IF Datadone = 1 AND Dataval = "payee_delete"
017498     MOVE 5 TO PayeeResult
017499     MOVE "payee_id" to Datatarget
017500     PERFORM 100-Parse-Data
017501     IF Datadone = 1 AND Dataval > 0
017502       MOVE FUNCTION NUMVAL (Dataval) TO PayeeId
017503       MOVE PayeeId TO PayeeIdX
017504       MOVE "D" TO PayeeMode
017505       PERFORM 165-DB-PayeeUpdate
017506       IF PayeeFnd = 1
017507         MOVE 4 TO PayeeResult
017508         MOVE Username TO AuditUser
017509         MOVE "PAYEEDEL" TO AuditEvent
017510         MOVE SPACES TO AuditTarget
017511         STRING PayeeAcct ' ' PayeeId DELIMITED BY SIZE
017512           INTO AuditTarget
017513         PERFORM 121-DB-AuditAppend
017514       END-IF
017515     END-IF
017516   END-IF
017517   IF Datadone = 1 AND Dataval = "chpass"
017510     MOVE "old_password" to Datatarget
017520     PERFORM 100-Parse-Data
017530     IF Datadone = 1 AND Dataval = UserPassword
017540       MOVE "new_password" to Datatarget
017550       PERFORM 100-Parse-Data
017560       IF Datadone = 1 AND Dataval NOT = SPACES
017570         MOVE Dataval TO UserPassword
017610         PERFORM 103-DB-CookieGen
017620         MOVE 0 TO SetCookie
017630         OPEN I-O USERS
017860     'please <a href="/?page=login">log in again</a>.</strong>'
017870   END-IF
017900
017901   DISPLAY '<h3>Payees</h3>'
017902   IF PayeeResult = 1
017903     DISPLAY '<p>Payee added. For your security it can be paid'
017904     ' once the cooling-off period has passed, and the first pay'
017905     'ment to it is limited.</p>'
017906   END-IF
017907   IF PayeeResult = 2
017908     DISPLAY '<p>That account is already one of your payees.</p>'
017909   END-IF
017910   IF PayeeResult = 3
017911     DISPLAY '<p>Payee not added: enter a name and a valid acco'
017912     'unt number. Accounts at this bank must exist and be open.<'
017913     '/p>'
017914   END-IF
017915   IF PayeeResult = 4
017916     DISPLAY '<p>Payee deleted.</p>'
017917   END-IF
017918   IF PayeeResult = 5
017919     DISPLAY '<p>Payee not found.</p>'
017920   END-IF
017921   DISPLAY '<p><table><tr><th>Name</th><th>Account</th><th>Bank'
017922   '</th><th>Status</th><th></th></tr>'
017923   PERFORM 166-DB-PayeeList
017924   DISPLAY '</table></p>'
017925   DISPLAY '<form action="/?page=profile" method="post"><input t'
017926   'ype="hidden" name="action" value="payee_add"><p><label for='
017927   '"payee_name">Nickname</label><input required id="payee_name'
017928   '" name="payee_name" maxlength=32></p><p><label for="payee_a'
017929   'ccount">Account number</label><input required type="number"'
017930   ' id="payee_account" name="payee_account" min=100000000000 ma'
017931   'x=999999999999 step=1></p><p><label for="payee_external">Acc'
017932   'ount at another bank</label><input type="checkbox" id="payee'
017933   '_external" name="payee_external" value="1"></p><p><button ty'
017934   'pe="submit">Add payee</button></p></form>'
017935
017910   DISPLAY '<h3>Change password</h3>'
017920   DISPLAY '<form action="/?page=profile" method="post"><input t'
017930   'ype="hidden" name="action" value="chpass"><p><label for="ol'
