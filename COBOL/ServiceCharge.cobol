000350*                     WITH AUDIT-TRAIL POSTING AND AN
000360*                     EXCEPTION LISTING FOR ACCOUNTS THAT
000370*                     CANNOT COVER THE FEE.
000371*    10/15/2026 JDH   THE AUDIT RECORD NOW CARRIES AN ENTRY-
000372*                     TYPE CODE SO INSTALLMENT LOAN POSTINGS -
000373*                     ACCRUALS, LATE FEES AND THE INTEREST, FEE
000374*                     AND PRINCIPAL LEGS OF A PAYMENT - CAN BE
000375*                     TOLD APART ON THE TRAIL. THE FD HERE
000376*                     FOLLOWS THE NEW LAYOUT.
000377*                     DEPOSIT-ACCOUNT POSTINGS WRITTEN HERE
000378*                     CARRY A SPACE.
000380*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000730     05  AUD-BalanceBefore  PIC 9(9)V99.
000740     05  AUD-BalanceAfter   PIC 9(9)V99.
000742     05  AUD-PostDate       PIC 9(8).
000743     05  AUD-EntryType      PIC X(1).
000750
000760 FD  FeeExceptionFile.
000770 01  FeeExceptionRecord.
002280     MOVE WS-BalanceBefore   TO AUD-BalanceBefore
002290     MOVE Balance            TO AUD-BalanceAfter
002295     MOVE WS-RunDate         TO AUD-PostDate
002296     MOVE SPACE              TO AUD-EntryType
002300     WRITE AuditRecord.
002310 2200-EXIT.
002320     EXIT.
