000010 960-Cal-Load.
000020   IF CalLoaded = 0
000030     MOVE 0 TO CalHolCount
000040     OPEN INPUT HOLIDAYS
000050     PERFORM FOREVER
000060       READ HOLIDAYS INTO HolidayRecord AT END EXIT
000070       PERFORM NOT AT END
000080       IF HolidayInfo (1:1) NOT = "*" AND
000090         HolidayInfo (1:8) IS NUMERIC AND CalHolCount < 500
000100         ADD 1 TO CalHolCount
000110         MOVE HolidayInfo (1:8) TO CalHoliday (CalHolCount)
000120       END-IF
000130     END-PERFORM
000140     CLOSE HOLIDAYS
000150     MOVE 1 TO CalLoaded
000160   END-IF
000170   .
000180
000190 961-Cal-Check-Day.
000200   PERFORM 960-Cal-Load
000210   MOVE 1 TO CalBusiness
000220   COMPUTE CalDateInt = FUNCTION INTEGER-OF-DATE (CalDate)
000230   COMPUTE CalDow = FUNCTION MOD (CalDateInt, 7)
000240   IF CalDow = 6 OR CalDow = 0
000250     MOVE 0 TO CalBusiness
000260   END-IF
000270   MOVE 1 TO CalInd
000280   PERFORM UNTIL CalInd > CalHolCount OR CalBusiness = 0
000290     IF CalHoliday (CalInd) = CalDate
000300       MOVE 0 TO CalBusiness
000310     END-IF
000320     ADD 1 TO CalInd
000330   END-PERFORM
000340   .
000350
000360 962-Cal-Roll-Forward.
000370   PERFORM 961-Cal-Check-Day
000380   PERFORM UNTIL CalBusiness = 1
000390     COMPUTE CalDateInt = FUNCTION INTEGER-OF-DATE (CalDate) + 1
000400     MOVE FUNCTION DATE-OF-INTEGER (CalDateInt) TO CalDate
000410     PERFORM 961-Cal-Check-Day
000420   END-PERFORM
000430   .
000440
000450 963-Cal-Add-Days.
000460   PERFORM 962-Cal-Roll-Forward
000470   PERFORM CalDays TIMES
000480     COMPUTE CalDateInt = FUNCTION INTEGER-OF-DATE (CalDate) + 1
000490     MOVE FUNCTION DATE-OF-INTEGER (CalDateInt) TO CalDate
000500     PERFORM 962-Cal-Roll-Forward
000510   END-PERFORM
000520   .
000530
000540 964-Cal-Month-Last.
000550   PERFORM 965-Cal-Month-Days
000560   COMPUTE CalDate = CalYYYY * 10000 + CalMM * 100 + CalMonthDays
000570   PERFORM 961-Cal-Check-Day
000580   PERFORM UNTIL CalBusiness = 1
000590     COMPUTE CalDateInt = FUNCTION INTEGER-OF-DATE (CalDate) - 1
000600     MOVE FUNCTION DATE-OF-INTEGER (CalDateInt) TO CalDate
000610     PERFORM 961-Cal-Check-Day
000620   END-PERFORM
000630   .
000640
000650 965-Cal-Month-Days.
000660   MOVE CalDate (1:4) TO CalYYYY
000670   MOVE CalDate (5:2) TO CalMM
000680   EVALUATE CalMM
000690     WHEN 4
000700     WHEN 6
000710     WHEN 9
000720     WHEN 11
000730       MOVE 30 TO CalMonthDays
000740     WHEN 2
000750       IF FUNCTION MOD (CalYYYY, 4) = 0 AND
000760         (FUNCTION MOD (CalYYYY, 100) NOT = 0 OR
000770         FUNCTION MOD (CalYYYY, 400) = 0)
000780         MOVE 29 TO CalMonthDays
000790       ELSE
000800         MOVE 28 TO CalMonthDays
000810       END-IF
000820     WHEN OTHER
000830       MOVE 31 TO CalMonthDays
000840   END-EVALUATE
000850   .
000860
000870 966-Cal-Month-Run.
000880   COMPUTE CalDate = CalYYYY * 10000 + CalMM * 100 + 1
000890   PERFORM 965-Cal-Month-Days
000900   IF CalAnchor >= CalMonthDays
000910     PERFORM 964-Cal-Month-Last
000920   ELSE
000930     COMPUTE CalNominal = CalYYYY * 10000 + CalMM * 100
000940     + CalAnchor
000950     MOVE CalNominal TO CalDate
000960     PERFORM 962-Cal-Roll-Forward
000970     IF CalDate (5:2) NOT = CalNominal (5:2)
000980       MOVE CalNominal TO CalDate
000990       PERFORM 964-Cal-Month-Last
001000     END-IF
001010   END-IF
001020   .
001030
001040 967-Cal-Next-Run.
001050   IF CalFreq = "W"
001060     COMPUTE CalDateInt = FUNCTION INTEGER-OF-DATE (CalDate)
001070     COMPUTE CalDow = FUNCTION MOD (CalDateInt, 7)
001080     IF CalAnchor > 6
001090       MOVE CalDow TO CalAnchor
001100     END-IF
001110     COMPUTE CalBack = FUNCTION MOD (CalDow - CalAnchor + 7, 7)
001120     COMPUTE CalDateInt = CalDateInt - CalBack + 7
001130     MOVE FUNCTION DATE-OF-INTEGER (CalDateInt) TO CalDate
001140     PERFORM 962-Cal-Roll-Forward
001150   ELSE
001160     MOVE CalDate (1:4) TO CalYYYY
001170     MOVE CalDate (5:2) TO CalMM
001180     IF CalAnchor < 1 OR CalAnchor > 31
001190       MOVE CalDate (7:2) TO CalAnchor
001200     END-IF
001210     IF CalMM = 12
001220       MOVE 1 TO CalMM
001230       COMPUTE CalYYYY = CalYYYY + 1
001240     ELSE
001250       COMPUTE CalMM = CalMM + 1
001260     END-IF
001270     PERFORM 966-Cal-Month-Run
001280   END-IF
001290   .
001300
001310 968-Cal-First-Run.
001320   IF CalFreq = "W"
001330     COMPUTE CalDateInt = FUNCTION INTEGER-OF-DATE (CalDate)
001340     COMPUTE CalAnchor = FUNCTION MOD (CalDateInt, 7)
001350     PERFORM 962-Cal-Roll-Forward
001360   ELSE
001370     MOVE CalDate (1:4) TO CalYYYY
001380     MOVE CalDate (5:2) TO CalMM
001390     MOVE CalDate (7:2) TO CalAnchor
001400     PERFORM 966-Cal-Month-Run
001410   END-IF
001420   .
001430
001440 969-Cal-Settle-Date.
001450   ACCEPT CalSettleEnv FROM ENVIRONMENT 'SETTLE_LAG_DAYS'
001460   IF CalSettleEnv = SPACES
001470     MOVE 1 TO CalDays
001480   ELSE
001490     COMPUTE CalDays = FUNCTION NUMVAL (CalSettleEnv)
001500   END-IF
001510   PERFORM 963-Cal-Add-Days
001520   .
