000314*                     DATE FOR THE AUDITINQUIRY RUN; THE FD
000316*                     HERE FOLLOWS. THE PROOF ARITHMETIC IS
000318*                     UNCHANGED.
000319*    10/15/2026 JDH   THE AUDIT RECORD NOW CARRIES AN ENTRY-TYPE
000320*                     CODE FOR THE NEW INSTALLMENT LOAN POSTINGS;
000321*                     THE FD HERE FOLLOWS. A PROOF ENTRY WITH NO
000322*                     ACCOUNT ON THE MASTER IS NOW LOOKED UP ON
000323*                     THE LOAN MASTER AND PROVED AGAINST THE
000324*                     LOAN'S PAYOFF BALANCE BEFORE IT IS REPORTED
000325*                     AS AN ORPHAN.
000326*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS AccountID.
000391     SELECT LoanFile ASSIGN TO 'loans.dat'
000392         ORGANIZATION IS INDEXED
000393         ACCESS MODE IS DYNAMIC
000394         RECORD KEY IS LN-LoanID
000395         FILE STATUS IS WS-LoanFileStatus.
000400
000410     SELECT AuditFile ASSIGN TO 'audit.dat'
000420         ORGANIZATION IS LINE SEQUENTIAL.
000630     05  AUD-BalanceBefore  PIC 9(9)V99.
000640     05  AUD-BalanceAfter   PIC 9(9)V99.
000642     05  AUD-PostDate       PIC 9(8).
000643     05  AUD-EntryType      PIC X(1).
000644
000645*    LOAN MASTER - ONE RECORD PER INSTALLMENT LOAN, OPENED BY
000646*    ACCOUNTMAINTENANCE. THE PAYOFF BALANCE IS PRINCIPAL PLUS
000647*    ACCRUED INTEREST PLUS UNPAID LATE FEES. PAYMENT-CREDIT IS
000648*    WHAT HAS BEEN PAID TOWARD THE INSTALLMENT DUE ON THE NEXT
000649*    DUE DATE.
000650 FD  LoanFile.
000651 01  LoanRecord.
000652     05  LN-LoanID          PIC 9(5).
000653     05  LN-CustomerNumber  PIC 9(5).
000654     05  LN-BorrowerName    PIC X(30).
000655     05  LN-OriginalPrincipal PIC 9(9)V99.
000656     05  LN-PrincipalBalance PIC 9(9)V99.
000657     05  LN-AccruedInterest PIC 9(7)V99.
000658     05  LN-LateFeesDue     PIC 9(7)V99.
000659     05  LN-NoteRate        PIC 9(2)V9(4).
000660     05  LN-TermMonths      PIC 9(3).
000661     05  LN-ScheduledPayment PIC 9(7)V99.
000662     05  LN-NextDueDate     PIC 9(8).
000663     05  LN-DaysPastDue     PIC 9(4).
000664     05  LN-PaymentCredit   PIC 9(7)V99.
000665     05  LN-OpenDate        PIC 9(8).
000666     05  LN-LastAccrualDate PIC 9(8).
000667     05  LN-LateFeeDueDate  PIC 9(8).
000668     05  LN-NoticeLevel     PIC X(1).
000669     05  LN-LoanStatus      PIC X(1).
000670         88  LOAN-ACTIVE              VALUE 'A'.
000671         88  LOAN-PAID-OFF            VALUE 'P'.
000672
000673 FD  ProofReportFile.
000674 01  ProofReportRecord.
000680     05  TB-AccountID       PIC 9(5).
000690     05  TB-ComputedBalance PIC 9(9)V99.
000700     05  TB-MasterBalance   PIC 9(9)V99.
000990
001000 01  WS-EOF-SWITCH             PIC X(1) VALUE 'N'.
001010     88  END-OF-ACCOUNTS              VALUE 'Y'.
001011 01  WS-LoanFileStatus         PIC X(2) VALUE SPACES.
001012 01  WS-LoanPayoff             PIC 9(9)V99 VALUE 0.
001013
001014*    NO LOAN MASTER (STATUS 35) UNTIL THE FIRST LOAN IS
001015*    OPENED - EVERY UNMATCHED PROOF ENTRY IS THEN AN ORPHAN.
001016 01  WS-LOAN-BOOK-SWITCH       PIC X(1) VALUE 'N'.
001017     88  LOAN-BOOK-OPEN               VALUE 'Y'.
001018     88  LOAN-BOOK-MISSING            VALUE 'N'.
001020
001030 01  WS-TotalAuditRecords      PIC 9(7) VALUE 0 COMP.
001040 01  WS-TotalAccountsProved    PIC 9(5) VALUE 0 COMP.
001050 01  WS-TotalOutOfProof        PIC 9(5) VALUE 0 COMP.
001060 01  WS-TotalChainBreaks       PIC 9(5) VALUE 0 COMP.
001070 01  WS-TotalOrphanAudits      PIC 9(5) VALUE 0 COMP.
001071 01  WS-TotalLoansProved       PIC 9(5) VALUE 0 COMP.
001080 01  WS-ProofTableFull         PIC 9(5) VALUE 0 COMP.
001090
001100 PROCEDURE DIVISION.
002830*    EVERY POSTED AMOUNT.
002840*    ------------------------------------------------------
002850 3300-REPORT-ORPHAN-AUDITS.
002851     OPEN INPUT LoanFile
002852     IF WS-LoanFileStatus = '00'
002853         SET LOAN-BOOK-OPEN TO TRUE
002854     END-IF
002860     PERFORM 3310-CHECK-PROOF-MATCHED THRU 3310-EXIT
002870         VARYING WS-PRF-IDX FROM 1 BY 1
002871         UNTIL WS-PRF-IDX > WS-PROOF-COUNT
002872     IF LOAN-BOOK-OPEN
002873         CLOSE LoanFile
002874     END-IF.
002890 3300-EXIT.
002900     EXIT.
002910
002920 3310-CHECK-PROOF-MATCHED.
002921     IF PROOF-WAS-MATCHED(WS-PRF-IDX)
002922         GO TO 3310-EXIT
002923     END-IF
002924     IF LOAN-BOOK-OPEN
002925         MOVE WS-PRF-ACCOUNT-ID(WS-PRF-IDX) TO LN-LoanID
002926         READ LoanFile
002927             INVALID KEY
002928                 CONTINUE
002929             NOT INVALID KEY
002930                 PERFORM 3400-PROVE-LOAN THRU 3400-EXIT
002931                 GO TO 3310-EXIT
002932         END-READ
002933     END-IF
002934     MOVE WS-PRF-ACCOUNT-ID(WS-PRF-IDX) TO TB-AccountID
002935     MOVE WS-PRF-LAST-AFTER(WS-PRF-IDX)
002936         TO TB-ComputedBalance
002937     MOVE 0 TO TB-MasterBalance
002938     MOVE WS-PRF-NET-APPLIED(WS-PRF-IDX) TO TB-NetApplied
002939     MOVE 'AUDIT ACTIVITY FOR ACCOUNT NOT ON MASTER'
002940         TO TB-Reason
002941     WRITE ProofReportRecord
002942     ADD 1 TO WS-TotalOrphanAudits.
002943 3310-EXIT.
002944     EXIT.
002945*    ------------------------------------------------------
002946*    AN INSTALLMENT LOAN'S AUDIT CHAIN CARRIES ITS PAYOFF
002947*    BALANCE - PRINCIPAL PLUS ACCRUED INTEREST PLUS UNPAID
002948*    LATE FEES - SO THE LOAN IS PROVED AGAINST THAT FIGURE
002949*    ON THE LOAN MASTER THE SAME WAY AN ACCOUNT IS PROVED
002950*    AGAINST ITS BALANCE.
002951*    ------------------------------------------------------
002952 3400-PROVE-LOAN.
002953     SET PROOF-WAS-MATCHED(WS-PRF-IDX) TO TRUE
002954     ADD 1 TO WS-TotalLoansProved
002955     COMPUTE WS-LoanPayoff = LN-PrincipalBalance
002956         + LN-AccruedInterest + LN-LateFeesDue
002957     MOVE WS-PRF-ACCOUNT-ID(WS-PRF-IDX) TO TB-AccountID
002958     MOVE WS-PRF-LAST-AFTER(WS-PRF-IDX)
002959         TO TB-ComputedBalance
002960     MOVE WS-LoanPayoff TO TB-MasterBalance
002961     MOVE WS-PRF-NET-APPLIED(WS-PRF-IDX) TO TB-NetApplied
002962     IF PROOF-CHAIN-BROKEN(WS-PRF-IDX)
002963         MOVE 'LOAN BEFORE/AFTER BALANCE CHAIN BROKEN'
003000             TO TB-Reason
003010         WRITE ProofReportRecord
003011         ADD 1 TO WS-TotalChainBreaks
003012     ELSE
003013         IF WS-LoanPayoff NOT = WS-PRF-LAST-AFTER(WS-PRF-IDX)
003014             MOVE 'LOAN PAYOFF BALANCE OUT OF PROOF'
003015                 TO TB-Reason
003016             WRITE ProofReportRecord
003017             ADD 1 TO WS-TotalOutOfProof
003018         END-IF
003030     END-IF.
003040 3400-EXIT.
003050     EXIT.
003060
003070 9000-DISPLAY-SUMMARY.
003080     DISPLAY '-----------------------------'
003090     DISPLAY 'Audit Records Replayed: ' WS-TotalAuditRecords
003100     DISPLAY 'Accounts Proved: ' WS-TotalAccountsProved
003101     DISPLAY 'Loans Proved: ' WS-TotalLoansProved
003110     DISPLAY 'Accounts Out Of Proof: ' WS-TotalOutOfProof
003120     DISPLAY 'Balance Chains Broken: ' WS-TotalChainBreaks
003130     DISPLAY 'Orphan Audit Accounts: ' WS-TotalOrphanAudits
