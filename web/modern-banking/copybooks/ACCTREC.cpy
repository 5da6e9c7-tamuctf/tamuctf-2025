000010 01 AccountRecord.
000020   05 Account PICTURE 9(12) VALUE 0.
000030   05 Balance PIC S9(18)V99 VALUE 0.
000040   05 AccrualDate PIC 9(8) VALUE 0.
000050   05 AcctType PIC X(1) VALUE "C".
000060   05 AcctStatus PIC X(1) VALUE "O".
000070   05 OverdraftLimit PIC 9(18)V99 VALUE 0.
000080   05 AcctLastActivity PIC 9(8) VALUE 0.
000090   05 DormantDate PIC 9(8) VALUE 0.
