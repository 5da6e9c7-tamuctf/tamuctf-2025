000190   LOCK MODE IS AUTOMATIC
000200   ORGANIZATION IS LINE SEQUENTIAL
000210   ACCESS SEQUENTIAL.
000211
000212   SELECT OPTIONAL HOLIDAYS
000213   ASSIGN TO '/var/banking/holidays.dat'
000214   LOCK MODE IS AUTOMATIC
000215   ORGANIZATION IS LINE SEQUENTIAL
000216   ACCESS SEQUENTIAL.
000220
000230 DATA DIVISION.
000240
000300
000310 FD NIGHTRPT.
000320 01 ReportLine PIC X(80).
000322
000324 FD HOLIDAYS.
000326 01 HolidayRecord.
000328   05 HolidayInfo PIC X(80).
000330
000340 WORKING-STORAGE SECTION.
000350
000400 01 CmdLine    PIC X(128).
000410
000420 01 StepNames.
000430   05 StepName OCCURS 20 TIMES PIC X(20).
000440 01 StepProgs.
000450   05 StepProg OCCURS 20 TIMES PIC X(20).
000460 01 StepStarts.
000470   05 StepStart OCCURS 20 TIMES PIC X(14).
000480 01 StepEnds.
000490   05 StepEnd OCCURS 20 TIMES PIC X(14).
000500 01 StepResults.
000510   05 StepResult OCCURS 20 TIMES PIC X(8).
000513 01 StepKinds.
000516   05 StepKind OCCURS 20 TIMES PIC X(1).
000520 01 StepCount  USAGE BINARY-LONG VALUE 0.
000530 01 StepInd    USAGE BINARY-LONG VALUE 0.
000540
000630 01 StepsRun     PIC 9(2) VALUE 0.
000640 01 StepsSkipped PIC 9(2) VALUE 0.
000650 01 RunFailed    PIC 9(1) VALUE 0.
000651
000652 01 StepDue      PIC 9(1) VALUE 0.
000653 01 BusinessDay  PIC 9(1) VALUE 0.
000654 01 MonthEnd     PIC 9(1) VALUE 0.
000655 01 StepsNotDue  PIC 9(2) VALUE 0.
000656
000657   COPY HOLCAL.
000660
000670 PROCEDURE DIVISION.
000680
000820   IF BinDirEnv = SPACES
000830     MOVE '/var/banking/bin' TO BinDirEnv
000840   END-IF
000843   MOVE 'HOLD EXPIRY' TO StepName (1)
000846   MOVE 'hold-expiry' TO StepProg (1)
000849   MOVE 'D' TO StepKind (1)
000852   MOVE 'INTEREST ACCRUAL' TO StepName (2)
000855   MOVE 'interest-accrual' TO StepProg (2)
000858   MOVE 'D' TO StepKind (2)
000861   MOVE 'TERM MATURITY' TO StepName (3)
000864   MOVE 'term-maturity' TO StepProg (3)
000867   MOVE 'B' TO StepKind (3)
000870   MOVE 'FEE ASSESSMENT' TO StepName (4)
000873   MOVE 'fee-assessment' TO StepProg (4)
000876   MOVE 'M' TO StepKind (4)
000879   MOVE 'CREDIT INTAKE' TO StepName (5)
000882   MOVE 'credit-intake' TO StepProg (5)
000885   MOVE 'B' TO StepKind (5)
000888   MOVE 'BULK PAYMENT INTAKE' TO StepName (6)
000891   MOVE 'bulk-intake' TO StepProg (6)
000894   MOVE 'B' TO StepKind (6)
000897   MOVE 'TRANSACTION BATCH' TO StepName (7)
000900   MOVE 'batch-runner' TO StepProg (7)
000903   MOVE 'D' TO StepKind (7)
000906   MOVE 'OUTBOUND RETURNS' TO StepName (8)
000909   MOVE 'outbound-returns' TO StepProg (8)
000912   MOVE 'B' TO StepKind (8)
000915   MOVE 'EOD SNAPSHOT' TO StepName (9)
000918   MOVE 'eod-snapshot' TO StepProg (9)
000921   MOVE 'D' TO StepKind (9)
000924   MOVE 'GL JOURNAL' TO StepName (10)
000927   MOVE 'gl-journal' TO StepProg (10)
000930   MOVE 'D' TO StepKind (10)
000933   MOVE 'LEDGER ARCHIVE' TO StepName (11)
000936   MOVE 'ledger-archive' TO StepProg (11)
000939   MOVE 'D' TO StepKind (11)
000942   MOVE 'STATEMENT EXPORT' TO StepName (12)
000945   MOVE 'statement-export' TO StepProg (12)
000948   MOVE 'D' TO StepKind (12)
000951   MOVE 'ACCOUNT EXPORT' TO StepName (13)
000954   MOVE 'account-export' TO StepProg (13)
000957   MOVE 'D' TO StepKind (13)
000960   MOVE 'COMPLIANCE REPORT' TO StepName (14)
000963   MOVE 'compliance-report' TO StepProg (14)
000966   MOVE 'D' TO StepKind (14)
000969   MOVE 'DORMANT ACCOUNTS' TO StepName (15)
000972   MOVE 'dormant-accounts' TO StepProg (15)
000975   MOVE 'M' TO StepKind (15)
000978   MOVE 15 TO StepCount
001000   MOVE 1 TO StepInd
001010   PERFORM UNTIL StepInd > 20
001020     MOVE SPACES TO StepStart (StepInd)
001030     MOVE SPACES TO StepEnd (StepInd)
001040     MOVE SPACES TO StepResult (StepInd)
001044     COMPUTE StepInd = StepInd + 1
001048   END-PERFORM
001052   MOVE CurDateYMD TO CalDate
001056   PERFORM 961-Cal-Check-Day
001060   MOVE CalBusiness TO BusinessDay
001064   MOVE 0 TO MonthEnd
001068   MOVE CurDateYMD TO CalDate
001072   PERFORM 964-Cal-Month-Last
001076   IF CalDate = CurDateYMD
001080     MOVE 1 TO MonthEnd
001084   END-IF
001088   .
001092
001096 200-Run-Steps.
001100   MOVE 1 TO StepInd
001110   PERFORM UNTIL StepInd > StepCount OR RunFailed = 1
001117     PERFORM 300-Check-Done
001124     PERFORM 350-Check-Due
001131     IF StepDone = 1
001138       MOVE 'SKIPPED' TO StepResult (StepInd)
001145       ADD 1 TO StepsSkipped
001152     ELSE
001159       IF StepDue = 0
001166         MOVE 'NOTDUE' TO StepResult (StepInd)
001173         ADD 1 TO StepsNotDue
001180       ELSE
001187         PERFORM 400-Run-Step
001194       END-IF
001201     END-IF
001210     COMPUTE StepInd = StepInd + 1
001220   END-PERFORM
001230   .
001320     MOVE RunCtlInfo (10:2) TO CtlStep
001330     MOVE RunCtlInfo (64:8) TO CtlStatus
001340     IF CtlDate = CurDateYMD AND CtlStep = StepInd AND
001350       CtlStatus = 'OK' AND
001351       RunCtlInfo (13:20) = StepName (StepInd)
001360       MOVE 1 TO StepDone
001370     END-IF
001400   END-PERFORM
001410   CLOSE RUNCTL
001420   .
001430
001431 350-Check-Due.
001432   MOVE 1 TO StepDue
001433   IF StepKind (StepInd) = 'B' AND BusinessDay = 0
001434     MOVE 0 TO StepDue
001435   END-IF
001436   IF StepKind (StepInd) = 'M' AND MonthEnd = 0
001437     MOVE 0 TO StepDue
001438   END-IF
001439   .
001440
001445 400-Run-Step.
001450   MOVE FUNCTION CURRENT-DATE TO CurDateTime
001460   MOVE CurDateTime (1:14) TO StepStart (StepInd)
001470   MOVE SPACES TO CmdLine
001500   STRING BinDirEnv DELIMITED BY SPACE '/'
001510     StepProg (StepInd) DELIMITED BY SPACE INTO CmdLine
001520   DISPLAY 'RUNNING ' WITH NO ADVANCING
001530   DISPLAY StepName (StepInd)
001540   CALL "SYSTEM" USING CmdLine
002050   STRING 'START ' RunStamp INTO ReportLine
002060   WRITE ReportLine
002070   MOVE SPACES TO ReportLine
002073   STRING 'END   ' EndStamp INTO ReportLine
002076   WRITE ReportLine
002079   MOVE SPACES TO ReportLine
002082   IF MonthEnd = 1
002085     MOVE 'DAY   BUSINESS DAY - MONTH END' TO ReportLine
002088   ELSE
002091     IF BusinessDay = 1
002094       MOVE 'DAY   BUSINESS DAY' TO ReportLine
002097     ELSE
002100       MOVE 'DAY   NON-BUSINESS DAY' TO ReportLine
002103     END-IF
002106   END-IF
002109   WRITE ReportLine
002120   MOVE 1 TO StepInd
002130   PERFORM UNTIL StepInd > StepCount
002140     MOVE StepInd TO CtlStep
002150     MOVE SPACES TO ReportLine
002156     STRING 'STEP ' CtlStep ' ' StepKind (StepInd) ' '
002162     StepName (StepInd) ' '
002170     StepStart (StepInd) ' ' StepEnd (StepInd) ' '
002200     StepResult (StepInd) INTO ReportLine
002210     WRITE ReportLine
002370 900-Finish.
002400   DISPLAY 'Steps run: '
002410   DISPLAY StepsRun
002411   DISPLAY 'Steps skipped: '
002412   DISPLAY StepsSkipped
002413   DISPLAY 'Steps not due: '
002414   DISPLAY StepsNotDue
002415   IF RunFailed = 1
002416     MOVE 8 TO RETURN-CODE
002417   END-IF
002418   .
002419
002420   COPY BUSDAY.
