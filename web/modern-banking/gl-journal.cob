000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GlJournal.
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
000190   SELECT OPTIONAL GLMAP
000200   ASSIGN TO '/var/banking/gl_mapping.dat'
000210   LOCK MODE IS AUTOMATIC
000220   ORGANIZATION IS LINE SEQUENTIAL
000230   ACCESS SEQUENTIAL.
000240
000250   SELECT OPTIONAL LEDGER
000260   ASSIGN TO '/var/banking/ledger.dat'
000270   LOCK MODE IS AUTOMATIC
000280   ORGANIZATION IS LINE SEQUENTIAL
000290   ACCESS SEQUENTIAL.
000300
000310   SELECT OPTIONAL LEDGERARC
000320   ASSIGN TO ArcFileName
000330   LOCK MODE IS AUTOMATIC
000340   ORGANIZATION IS LINE SEQUENTIAL
000350   ACCESS SEQUENTIAL.
000360
000370   SELECT OPTIONAL EODHIST
000380   ASSIGN TO '/var/banking/eod_history.dat'
000390   LOCK MODE IS AUTOMATIC
000400   ORGANIZATION IS LINE SEQUENTIAL
000410   ACCESS SEQUENTIAL.
000420
000430   SELECT OPTIONAL GLJRNL
000440   ASSIGN TO JrnFileName
000450   LOCK MODE IS AUTOMATIC
000460   ORGANIZATION IS LINE SEQUENTIAL
000470   ACCESS SEQUENTIAL.
000480
000490   SELECT OPTIONAL GLTRIAL
000500   ASSIGN TO TbFileName
000510   LOCK MODE IS AUTOMATIC
000520   ORGANIZATION IS LINE SEQUENTIAL
000530   ACCESS SEQUENTIAL.
000540
000550   SELECT OPTIONAL GLEXCEPT
000560   ASSIGN TO '/var/banking/gl_exceptions.dat'
000570   LOCK MODE IS AUTOMATIC
000580   ORGANIZATION IS LINE SEQUENTIAL
000590   ACCESS SEQUENTIAL.
000600
000610 DATA DIVISION.
000620
000630 FILE SECTION.
000640
000650 FD ACCOUNTS.
000660   COPY ACCTREC.
000670
000680 FD GLMAP.
000690 01 GlMapRecord.
000700   05 GlMapInfo PIC X(80).
000710
000720 FD LEDGER.
000730 01 LedgerRecord.
000740   05 LedgerInfo PIC X(150).
000750
000760 FD LEDGERARC.
000770 01 ArcRecord.
000780   05 ArcInfo PIC X(150).
000790
000800 FD EODHIST.
000810 01 EodRecord.
000820   05 EodInfo PIC X(64).
000830
000840 FD GLJRNL.
000850 01 JrnRecord.
000860   05 JrnInfo PIC X(100).
000870
000880 FD GLTRIAL.
000890 01 ReportLine PIC X(132).
000900
000910 FD GLEXCEPT.
000920 01 GlExceptRecord.
000930   05 GlExceptInfo PIC X(80).
000940
000950 WORKING-STORAGE SECTION.
000960
000970 01 FileErrorAccounts PIC XX.
000980
000990 01 CurDateTime   PIC X(21).
001000 01 CurDateYMD    PIC 9(8) VALUE 0.
001010
001020 01 GlDateEnv     PIC X(8).
001030 01 GlDate        PIC 9(8) VALUE 0.
001040 01 GlMonth       PIC 9(6) VALUE 0.
001050 01 ArcFileName   PIC X(64).
001060 01 JrnFileName   PIC X(64).
001070 01 TbFileName    PIC X(64).
001080
001090 01 EntrySrc       PIC 9(12) VALUE 0.
001100 01 EntryDst       PIC 9(12) VALUE 0.
001110 01 EntryCredit    PIC 9(20) VALUE 0.
001120 01 EntryMemo      PIC X(64).
001130 01 EntryOutcome   PIC X(9).
001140 01 EntryTimestamp PIC 9(18) VALUE 0.
001150 01 EntryDays      PIC 9(9) VALUE 0.
001160 01 EntryYMD       PIC 9(8) VALUE 0.
001170
001180 01 SrcType       PIC X(3).
001190 01 DrKey         PIC X(12).
001200 01 CrKey         PIC X(12).
001210 01 DepAcct       PIC 9(12) VALUE 0.
001220 01 DepKey        PIC X(12).
001230 01 PostKey       PIC X(12).
001240 01 PostSide      PIC X(2).
001250 01 PostGl        PIC X(10).
001260 01 PostName      PIC X(30).
001270 01 PostAmount    PIC 9(18)V99 VALUE 0.
001280 01 JrnAmount     PIC 9(17).99.
001290 01 JrnSeq        PIC 9(7) VALUE 0.
001300 01 JrnLines      PIC 9(9) VALUE 0.
001310
001320 01 MapTable.
001330   05 MapEntry OCCURS 50 TIMES.
001340     10 MapKey  PIC X(12).
001350     10 MapGl   PIC X(10).
001360     10 MapName PIC X(30).
001370 01 MapCount      USAGE BINARY-LONG VALUE 0.
001380 01 MapInd        USAGE BINARY-LONG VALUE 0.
001390 01 MapFnd        PIC 9(1) VALUE 0.
001400
001410 01 GlTable.
001420   05 GlEntry OCCURS 50 TIMES.
001430     10 GlCode    PIC X(10).
001440     10 GlName    PIC X(30).
001450     10 GlDebit   PIC 9(18)V99.
001460     10 GlCredit  PIC 9(18)V99.
001470 01 GlCount       USAGE BINARY-LONG VALUE 0.
001480 01 GlInd         USAGE BINARY-LONG VALUE 0.
001490 01 GlFnd         PIC 9(1) VALUE 0.
001500 01 GlNet         PIC S9(18)V99 VALUE 0.
001510
001520 01 TotalDebit    PIC 9(18)V99 VALUE 0.
001530 01 TotalCredit   PIC 9(18)V99 VALUE 0.
001540 01 DepositNet    PIC S9(18)V99 VALUE 0.
001550
001560 01 EodDate       PIC 9(8) VALUE 0.
001570 01 EodBalance    PIC S9(18)V99 VALUE 0.
001580 01 EodBalanceX REDEFINES EodBalance PIC X(20).
001590 01 OpenSnapDate  PIC 9(8) VALUE 0.
001600 01 CloseSnapDate PIC 9(8) VALUE 0.
001610 01 OpenTotal     PIC S9(18)V99 VALUE 0.
001620 01 CloseTotal    PIC S9(18)V99 VALUE 0.
001630 01 MasterTotal   PIC S9(18)V99 VALUE 0.
001640 01 ExpectedClose PIC S9(18)V99 VALUE 0.
001650 01 TieDiff       PIC S9(18)V99 VALUE 0.
001660 01 ExceptText    PIC X(60).
001670
001680 01 EditAmount    PIC -(18)9.99.
001690 01 EditAmount2   PIC -(18)9.99.
001700 01 EditAmount3   PIC -(18)9.99.
001710
001720 01 EntriesRead     PIC 9(9) VALUE 0.
001730 01 EntriesPosted   PIC 9(9) VALUE 0.
001740 01 EntriesSkipped  PIC 9(9) VALUE 0.
001750 01 LinesUnmapped   PIC 9(9) VALUE 0.
001760 01 OutOfBalance    PIC 9(1) VALUE 0.
001770
001780 PROCEDURE DIVISION.
001790
001800 000-Main.
001810   PERFORM 100-Initialize
001820   PERFORM 200-Load-Mapping
001830   PERFORM 300-Journal-Day
001840   PERFORM 500-Tie-Deposits
001850   PERFORM 600-Write-Trial-Balance
001860   PERFORM 900-Finish
001870   STOP RUN
001880   .
001890
001900 100-Initialize.
001910   MOVE FUNCTION CURRENT-DATE TO CurDateTime
001920   MOVE CurDateTime (1:8) TO CurDateYMD
001930   ACCEPT GlDateEnv FROM ENVIRONMENT 'GL_DATE'
001940   IF GlDateEnv > 0
001950     MOVE GlDateEnv TO GlDate
001960   ELSE
001970     MOVE CurDateYMD TO GlDate
001980   END-IF
001990   COMPUTE GlMonth = GlDate / 100
002000   MOVE SPACES TO ArcFileName
002010   STRING '/var/banking/ledger-' GlMonth '.dat'
002020     INTO ArcFileName
002030   MOVE SPACES TO JrnFileName
002040   STRING '/var/banking/gl-journal-' GlDate '.dat'
002050     INTO JrnFileName
002060   MOVE SPACES TO TbFileName
002070   STRING '/var/banking/gl-trial-' GlDate '.txt'
002080     INTO TbFileName
002090   .
002100
002110 200-Load-Mapping.
002120   MOVE 0 TO MapCount
002130   OPEN INPUT GLMAP
002140   PERFORM FOREVER
002150     READ GLMAP INTO GlMapRecord AT END EXIT
002160     PERFORM NOT AT END
002170     IF GlMapInfo (1:1) NOT = "*"
002175       AND GlMapInfo (1:12) NOT = SPACES AND MapCount < 50
002190       ADD 1 TO MapCount
002200       MOVE GlMapInfo (1:12) TO MapKey (MapCount)
002210       MOVE GlMapInfo (14:10) TO MapGl (MapCount)
002220       MOVE GlMapInfo (25:30) TO MapName (MapCount)
002230     END-IF
002240   END-PERFORM
002250   CLOSE GLMAP
002260   .
002270
002280 300-Journal-Day.
002290   OPEN OUTPUT GLJRNL
002300   MOVE SPACES TO JrnInfo
002310   MOVE "H" TO JrnInfo (1:1)
002320   MOVE GlDate TO JrnInfo (3:8)
002330   MOVE CurDateTime (1:14) TO JrnInfo (12:14)
002340   MOVE 'BANKING LEDGER FEED' TO JrnInfo (27:30)
002350   WRITE JrnRecord
002370   OPEN INPUT LEDGERARC
002380   PERFORM FOREVER
002390     READ LEDGERARC INTO ArcRecord AT END EXIT
002400     PERFORM NOT AT END
002410     MOVE ArcInfo TO LedgerInfo
002420     PERFORM 310-Classify-Entry
002430   END-PERFORM
002440   CLOSE LEDGERARC
002460   OPEN INPUT LEDGER
002470   PERFORM FOREVER
002480     READ LEDGER INTO LedgerRecord AT END EXIT
002490     PERFORM NOT AT END
002500     PERFORM 310-Classify-Entry
002510   END-PERFORM
002520   CLOSE LEDGER
002530   PERFORM 400-Write-Journal-Trailer
002540   CLOSE GLJRNL
002550   .
002560
002570 310-Classify-Entry.
002580   MOVE LedgerInfo (1:12) TO EntrySrc
002590   MOVE LedgerInfo (14:12) TO EntryDst
002600   MOVE LedgerInfo (27:20) TO EntryCredit
002610   MOVE LedgerInfo (48:64) TO EntryMemo
002620   MOVE LedgerInfo (112:9) TO EntryOutcome
002630   MOVE LedgerInfo (121:18) TO EntryTimestamp
002640   COMPUTE EntryDays = EntryTimestamp / 86400
002650   MOVE FUNCTION DATE-OF-INTEGER (EntryDays) TO EntryYMD
002660   IF EntryYMD = GlDate
002670     ADD 1 TO EntriesRead
002680     MOVE SPACES TO SrcType
002690     MOVE SPACES TO DrKey
002700     MOVE SPACES TO CrKey
002710     EVALUATE EntryOutcome
002720       WHEN "Confirmed"
002730         IF EntryMemo (1:9) = "REVERSAL "
002740           MOVE "REV" TO SrcType
002750         ELSE
002760           IF EntrySrc = 0
002770             MOVE "INB" TO SrcType
002780           ELSE
002790             MOVE "TRF" TO SrcType
002800           END-IF
002810         END-IF
002820         IF EntrySrc = 0
002830           MOVE 'IN-CLEARING' TO DrKey
002840         ELSE
002850           MOVE EntrySrc TO DepAcct
002860           PERFORM 320-Deposit-Key
002870           MOVE DepKey TO DrKey
002880         END-IF
002890         MOVE EntryDst TO DepAcct
002900         PERFORM 320-Deposit-Key
002910         MOVE DepKey TO CrKey
002920       WHEN "External"
002930         MOVE "OUT" TO SrcType
002940         MOVE EntrySrc TO DepAcct
002950         PERFORM 320-Deposit-Key
002960         MOVE DepKey TO DrKey
002970         MOVE 'OUT-CLEARING' TO CrKey
002980       WHEN "Interest"
002990         IF EntrySrc = 0
003000           MOVE "INT" TO SrcType
003010           MOVE 'INT-EXPENSE' TO DrKey
003020           MOVE EntryDst TO DepAcct
003030           PERFORM 320-Deposit-Key
003040           MOVE DepKey TO CrKey
003050         ELSE
003060           MOVE "ODI" TO SrcType
003070           MOVE EntrySrc TO DepAcct
003080           PERFORM 320-Deposit-Key
003090           MOVE DepKey TO DrKey
003100           MOVE 'INT-INCOME' TO CrKey
003110         END-IF
003120       WHEN "Fee"
003130         MOVE "FEE" TO SrcType
003140         MOVE EntrySrc TO DepAcct
003150         PERFORM 320-Deposit-Key
003160         MOVE DepKey TO DrKey
003170         MOVE 'FEE-INCOME' TO CrKey
003180       WHEN "Returned"
003190         MOVE "RTN" TO SrcType
003200         MOVE 'OUT-CLEARING' TO DrKey
003210         MOVE EntryDst TO DepAcct
003220         PERFORM 320-Deposit-Key
003230         MOVE DepKey TO CrKey
003240       WHEN OTHER
003250         ADD 1 TO EntriesSkipped
003260     END-EVALUATE
003270     IF SrcType NOT = SPACES AND EntryCredit > 0
003280       ADD 1 TO EntriesPosted
003290       ADD 1 TO JrnSeq
003300       MOVE EntryCredit TO PostAmount
003310       MOVE DrKey TO PostKey
003320       MOVE "DR" TO PostSide
003330       PERFORM 330-Post-Line
003340       MOVE CrKey TO PostKey
003350       MOVE "CR" TO PostSide
003360       PERFORM 330-Post-Line
003370     END-IF
003380   END-IF
003390   .
003400
003410 320-Deposit-Key.
003420   MOVE 'SUSPENSE' TO DepKey
003430   MOVE DepAcct TO Account OF AccountRecord
003440   OPEN INPUT ACCOUNTS
003450     READ ACCOUNTS INTO AccountRecord KEY IS Account OF
003460       AccountRecord
003470     IF FileErrorAccounts = "00"
003480       MOVE SPACES TO DepKey
003490       STRING 'DEPOSIT-' AcctType DELIMITED BY SIZE INTO DepKey
003500     END-IF
003510   CLOSE ACCOUNTS
003520   .
003530
003540 330-Post-Line.
003550   MOVE 0 TO MapFnd
003560   MOVE 1 TO MapInd
003570   PERFORM UNTIL MapInd > MapCount OR MapFnd = 1
003580     IF MapKey (MapInd) = PostKey
003590       MOVE MapGl (MapInd) TO PostGl
003600       MOVE MapName (MapInd) TO PostName
003610       MOVE 1 TO MapFnd
003620     END-IF
003630     COMPUTE MapInd = MapInd + 1
003640   END-PERFORM
003650   IF MapFnd = 0
003660     ADD 1 TO LinesUnmapped
003670     MOVE 1 TO OutOfBalance
003680     MOVE 'SUSPENSE' TO PostGl
003690     MOVE SPACES TO PostName
003700     STRING 'UNMAPPED ' PostKey DELIMITED BY SIZE INTO PostName
003710   END-IF
003720
003730   MOVE 0 TO GlFnd
003740   MOVE 1 TO GlInd
003750   PERFORM UNTIL GlInd > GlCount OR GlFnd = 1
003760     IF GlCode (GlInd) = PostGl
003770       MOVE 1 TO GlFnd
003780     ELSE
003790       COMPUTE GlInd = GlInd + 1
003800     END-IF
003810   END-PERFORM
003820   IF GlFnd = 0 AND GlCount < 50
003830     ADD 1 TO GlCount
003840     MOVE GlCount TO GlInd
003850     MOVE PostGl TO GlCode (GlInd)
003860     MOVE PostName TO GlName (GlInd)
003870     MOVE 0 TO GlDebit (GlInd)
003880     MOVE 0 TO GlCredit (GlInd)
003890     MOVE 1 TO GlFnd
003900   END-IF
003910   IF PostSide = "DR"
003920     ADD PostAmount TO TotalDebit
003930     IF GlFnd = 1
003940       ADD PostAmount TO GlDebit (GlInd)
003950     END-IF
003960     IF PostKey (1:8) = 'DEPOSIT-'
003970       SUBTRACT PostAmount FROM DepositNet
003980     END-IF
003990   ELSE
004000     ADD PostAmount TO TotalCredit
004010     IF GlFnd = 1
004020       ADD PostAmount TO GlCredit (GlInd)
004030     END-IF
004040     IF PostKey (1:8) = 'DEPOSIT-'
004050       ADD PostAmount TO DepositNet
004060     END-IF
004070   END-IF
004080
004090   MOVE SPACES TO JrnInfo
004100   MOVE "D" TO JrnInfo (1:1)
004110   MOVE GlDate TO JrnInfo (3:8)
004120   MOVE JrnSeq TO JrnInfo (12:7)
004130   MOVE PostSide TO JrnInfo (20:2)
004140   MOVE PostGl TO JrnInfo (23:10)
004150   MOVE PostAmount TO JrnAmount
004160   MOVE JrnAmount TO JrnInfo (34:20)
004170   MOVE SrcType TO JrnInfo (55:3)
004180   MOVE EntrySrc TO JrnInfo (59:12)
004190   MOVE EntryDst TO JrnInfo (72:12)
004200   MOVE EntryOutcome TO JrnInfo (85:9)
004210   WRITE JrnRecord
004220   ADD 1 TO JrnLines
004230   .
004240
004250 400-Write-Journal-Trailer.
004260   MOVE SPACES TO JrnInfo
004270   MOVE "T" TO JrnInfo (1:1)
004280   MOVE GlDate TO JrnInfo (3:8)
004290   MOVE JrnLines TO JrnInfo (12:9)
004300   MOVE TotalDebit TO JrnAmount
004310   MOVE JrnAmount TO JrnInfo (22:20)
004320   MOVE TotalCredit TO JrnAmount
004330   MOVE JrnAmount TO JrnInfo (43:20)
004340   WRITE JrnRecord
004350   .
004360
004370 500-Tie-Deposits.
004380   MOVE 0 TO OpenSnapDate
004390   MOVE 0 TO CloseSnapDate
004400   OPEN INPUT EODHIST
004410   PERFORM FOREVER
004420     READ EODHIST INTO EodRecord AT END EXIT
004430     PERFORM NOT AT END
004440     MOVE EodInfo (1:8) TO EodDate
004450     IF EodDate < GlDate AND EodDate > OpenSnapDate
004460       MOVE EodDate TO OpenSnapDate
004470     END-IF
004480     IF EodDate = GlDate
004490       MOVE EodDate TO CloseSnapDate
004500     END-IF
004510   END-PERFORM
004520   CLOSE EODHIST
004530
004540   MOVE 0 TO OpenTotal
004550   MOVE 0 TO CloseTotal
004560   OPEN INPUT EODHIST
004570   PERFORM FOREVER
004580     READ EODHIST INTO EodRecord AT END EXIT
004590     PERFORM NOT AT END
004600     MOVE EodInfo (1:8) TO EodDate
004610     IF EodDate = OpenSnapDate OR EodDate = CloseSnapDate
004620       MOVE EodInfo (23:20) TO EodBalanceX
004630       IF EodDate = OpenSnapDate
004640         ADD EodBalance TO OpenTotal
004650       END-IF
004660       IF EodDate = CloseSnapDate
004670         ADD EodBalance TO CloseTotal
004680       END-IF
004690     END-IF
004700   END-PERFORM
004710   CLOSE EODHIST
004720
004730   MOVE 0 TO MasterTotal
004740   OPEN INPUT ACCOUNTS
004750   PERFORM FOREVER
004760     READ ACCOUNTS NEXT INTO AccountRecord AT END EXIT
004770     PERFORM NOT AT END
004780     ADD Balance TO MasterTotal
004790   END-PERFORM
004800   CLOSE ACCOUNTS
004810
004820   IF TotalDebit NOT = TotalCredit
004830     MOVE 'JOURNAL DEBITS DO NOT EQUAL CREDITS' TO ExceptText
004840     PERFORM 650-Flag-Exception
004850   END-IF
004860   IF LinesUnmapped > 0
004870     MOVE 'JOURNAL LINES POSTED TO SUSPENSE - NO GL MAPPING'
004880       TO ExceptText
004890     PERFORM 650-Flag-Exception
004900   END-IF
004910   COMPUTE ExpectedClose = OpenTotal + DepositNet
004920   IF OpenSnapDate NOT = 0 AND CloseSnapDate NOT = 0
004930     IF ExpectedClose NOT = CloseTotal
004940       MOVE 'DEPOSIT MOVEMENT DOES NOT TIE TO EOD SNAPSHOT'
004950         TO ExceptText
004960       PERFORM 650-Flag-Exception
004970     END-IF
004980   END-IF
004990   IF CloseSnapDate NOT = 0 AND GlDate = CurDateYMD
005000     IF CloseTotal NOT = MasterTotal
005010       MOVE 'EOD SNAPSHOT DOES NOT TIE TO ACCOUNT BALANCES'
005020         TO ExceptText
005030       PERFORM 650-Flag-Exception
005040     END-IF
005050   END-IF
005060   .
005070
005080 600-Write-Trial-Balance.
005090   OPEN OUTPUT GLTRIAL
005100   MOVE SPACES TO ReportLine
005110   STRING 'GENERAL LEDGER TRIAL BALANCE  ' GlDate INTO ReportLine
005120   WRITE ReportLine
005130   MOVE SPACES TO ReportLine
005140   WRITE ReportLine
005150   MOVE 'GL ACCOUNT NAME                           DEBITS'
005160     TO ReportLine
005170   MOVE 'CREDITS' TO ReportLine (84:7)
005180   MOVE 'NET' TO ReportLine (110:3)
005190   WRITE ReportLine
005200   MOVE 1 TO GlInd
005210   PERFORM UNTIL GlInd > GlCount
005220     COMPUTE GlNet = GlDebit (GlInd) - GlCredit (GlInd)
005230     MOVE GlDebit (GlInd) TO EditAmount
005240     MOVE GlCredit (GlInd) TO EditAmount2
005250     MOVE GlNet TO EditAmount3
005260     MOVE SPACES TO ReportLine
005270     STRING GlCode (GlInd) ' ' GlName (GlInd) ' ' EditAmount ' '
005280       EditAmount2 ' ' EditAmount3 INTO ReportLine
005290     WRITE ReportLine
005300     COMPUTE GlInd = GlInd + 1
005310   END-PERFORM
005320   MOVE TotalDebit TO EditAmount
005330   MOVE TotalCredit TO EditAmount2
005340   COMPUTE GlNet = TotalDebit - TotalCredit
005350   MOVE GlNet TO EditAmount3
005360   MOVE SPACES TO ReportLine
005370   STRING 'TOTAL      ' '                              ' ' '
005380     EditAmount ' ' EditAmount2 ' ' EditAmount3 INTO ReportLine
005390   WRITE ReportLine
005400   MOVE SPACES TO ReportLine
005410   WRITE ReportLine
005420
005430   MOVE SPACES TO ReportLine
005440   STRING 'LEDGER ENTRIES    ' EntriesRead INTO ReportLine
005450   WRITE ReportLine
005460   MOVE SPACES TO ReportLine
005470   STRING 'POSTED            ' EntriesPosted INTO ReportLine
005480   WRITE ReportLine
005490   MOVE SPACES TO ReportLine
005500   STRING 'NON-POSTING       ' EntriesSkipped INTO ReportLine
005510   WRITE ReportLine
005520   MOVE SPACES TO ReportLine
005530   STRING 'UNMAPPED LINES    ' LinesUnmapped INTO ReportLine
005540   WRITE ReportLine
005550   MOVE SPACES TO ReportLine
005560   WRITE ReportLine
005570
005580   MOVE SPACES TO ReportLine
005590   MOVE OpenTotal TO EditAmount
005600   STRING 'OPENING DEPOSITS  ' EditAmount '  EOD ' OpenSnapDate
005610     INTO ReportLine
005620   WRITE ReportLine
005630   MOVE SPACES TO ReportLine
005640   MOVE DepositNet TO EditAmount
005650   STRING 'DEPOSIT MOVEMENT  ' EditAmount INTO ReportLine
005660   WRITE ReportLine
005670   MOVE SPACES TO ReportLine
005680   MOVE ExpectedClose TO EditAmount
005690   STRING 'EXPECTED CLOSING  ' EditAmount INTO ReportLine
005700   WRITE ReportLine
005710   MOVE SPACES TO ReportLine
005720   MOVE CloseTotal TO EditAmount
005730   STRING 'EOD SNAPSHOT      ' EditAmount '  EOD ' CloseSnapDate
005740     INTO ReportLine
005750   WRITE ReportLine
005760   MOVE SPACES TO ReportLine
005770   MOVE MasterTotal TO EditAmount
005780   STRING 'ACCOUNTS MASTER   ' EditAmount INTO ReportLine
005790   WRITE ReportLine
005800   MOVE SPACES TO ReportLine
005810   COMPUTE TieDiff = CloseTotal - ExpectedClose
005820   MOVE TieDiff TO EditAmount
005830   STRING 'SNAPSHOT DIFFERENCE ' EditAmount INTO ReportLine
005840   WRITE ReportLine
005850   MOVE SPACES TO ReportLine
005860   IF OpenSnapDate = 0 OR CloseSnapDate = 0
005870     MOVE 'NO EOD SNAPSHOT PAIR - DEPOSIT MOVEMENT NOT TIED'
005880       TO ReportLine
005890     WRITE ReportLine
005900     MOVE SPACES TO ReportLine
005910   END-IF
005920   IF OutOfBalance = 1
005930     MOVE 'STATUS OUT OF BALANCE - SEE GL EXCEPTIONS'
005935       TO ReportLine
005940   ELSE
005950     MOVE 'STATUS IN BALANCE' TO ReportLine
005960   END-IF
005970   WRITE ReportLine
005980   CLOSE GLTRIAL
005990   .
006000
006010 650-Flag-Exception.
006020   MOVE 1 TO OutOfBalance
006030   MOVE SPACES TO GlExceptInfo
006040   MOVE GlDate TO GlExceptInfo (1:8)
006050   MOVE ExceptText TO GlExceptInfo (10:60)
006060   OPEN EXTEND GLEXCEPT
006070     WRITE GlExceptRecord
006080   CLOSE GLEXCEPT
006090   DISPLAY 'GL EXCEPTION ' WITH NO ADVANCING
006100   DISPLAY ExceptText
006110   .
006120
006130 900-Finish.
006140   DISPLAY 'Ledger entries for day: '
006150   DISPLAY EntriesRead
006160   DISPLAY 'Entries journaled: '
006170   DISPLAY EntriesPosted
006180   DISPLAY 'Journal lines: '
006190   DISPLAY JrnLines
006200   IF OutOfBalance = 1
006210     DISPLAY 'Day is out of balance.'
006220   END-IF
006230   .
