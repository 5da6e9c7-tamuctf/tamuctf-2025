000371   ORGANIZATION IS LINE SEQUENTIAL
000372   ACCESS SEQUENTIAL.
000373
000374   SELECT OPTIONAL ACCTXREF
000375   ASSIGN TO '/var/banking/acct_xref.dat'
000376   LOCK MODE IS AUTOMATIC
000377   ORGANIZATION IS LINE SEQUENTIAL
000378   ACCESS SEQUENTIAL.
000373
000370 DATA DIVISION.
000380
000390 FILE SECTION.
000546 FD USERS.
000547 01 UserRecord.
000548   05 Username PIC X(32).
000549   05 UserPassword PICTURE X(32).
000550   05 Cookie   PICTURE 9(32).
000551   05 IsAdmin  PIC 9(1).
000552   05 AccountList.
000560 01 MessageRecord.
000561   05 MsgInfo PIC X(150).
000562
000563 FD ACCTXREF.
000564 01 XrefRecord.
000565   05 XrefInfo PIC X(64).
000562
000560 WORKING-STORAGE SECTION.
000570
000580 01 FileErrorAccounts PIC XX.
000650 01 CurrentSeconds PIC 9(18) VALUE 0.
000660
000670 01 IntakeAccount PIC 9(12) VALUE 0.
000672 01 IntakeAcctX   PIC X(12).
000674 01 CheckOK       PIC 9(1) VALUE 0.
000676 01 XrefOld       PIC 9(12) VALUE 0.
000678 01 XrefFnd       PIC 9(1) VALUE 0.
000680 01 IntakeAmountX PIC X(20).
000690 01 IntakeAmount  PIC 9(20) VALUE 0.
000700 01 IntakeMemo    PIC X(64).
001380       MOVE "R02" TO ReasonCode
001390     END-IF
001400   END-IF
001402   IF IntakeBad = 0
001404     MOVE 0 TO CheckOK
001406     MOVE IncomingInfo (1:12) TO IntakeAcctX
001408     IF IntakeAcctX IS NUMERIC
001410       MOVE IntakeAcctX TO IntakeAccount
001412       PERFORM 310-Check-Digit
001414       IF CheckOK = 0
001416         PERFORM 320-Xref-Lookup
001418       END-IF
001420     END-IF
001422     IF CheckOK = 0
001424       MOVE 1 TO IntakeBad
001426       MOVE "R03" TO ReasonCode
001428     END-IF
001430   END-IF
001432   IF IntakeBad = 0
001434     MOVE IntakeAccount TO Account OF AccountRecord
001440     PERFORM 600-Get-Account
001450     IF AccountFnd NOT = 1
001460       MOVE 1 TO IntakeBad
001477         MOVE 1 TO IntakeBad
001478         MOVE "R02" TO ReasonCode
001479       END-IF
001480       IF AcctType = "T"
001481         MOVE 1 TO IntakeBad
001482         MOVE "R20" TO ReasonCode
001483       END-IF
001485     END-IF
001490   END-IF
001500   MOVE IncomingInfo (35:64) TO IntakeMemo
001510   .
001511
001512 310-Check-Digit.
001513   MOVE 0 TO CheckOK
001514   IF IntakeAccount >= 100000000000 AND
001515     FUNCTION MOD (IntakeAccount, 97) = 1
001516     MOVE 1 TO CheckOK
001517   END-IF
001518   .
001519
001520 320-Xref-Lookup.
001521   MOVE 0 TO XrefFnd
001522   OPEN INPUT ACCTXREF
001523   PERFORM FOREVER
001524     READ ACCTXREF INTO XrefRecord AT END EXIT
001525     PERFORM NOT AT END
001526     IF XrefInfo (1:12) IS NUMERIC AND XrefInfo (14:12) IS NUMERIC
001527       MOVE XrefInfo (1:12) TO XrefOld
001528       IF XrefOld = IntakeAccount AND XrefFnd = 0
001529         MOVE XrefInfo (14:12) TO IntakeAccount
001530         MOVE 1 TO XrefFnd
001531       END-IF
001532     END-IF
001533   END-PERFORM
001534   CLOSE ACCTXREF
001535   IF XrefFnd = 1
001536     PERFORM 310-Check-Digit
001537   END-IF
001538   .
001520
001530 400-Post-Credit.
001540   MOVE SPACES TO Info
