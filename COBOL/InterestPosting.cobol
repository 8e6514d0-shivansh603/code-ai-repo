000466*                     MISSING, EMPTY OR MIS-ORDERED RATE FILE,
000468*                     OR ONE WHOSE FIRST TIER DOES NOT START AT
000470*                     ZERO (LEAVING BALANCES UNCOVERED),
000471*                     REFUSES THE RUN INSTEAD OF DEFAULTING
000472*                     SILENTLY.
000473*    09/02/2026 JDH   INTEREST AUDIT RECORDS NOW CARRY THE RUN
000474*                     DATE, MATCHING THE POSTING RUN, FOR THE
000475*                     NEW AUDITINQUIRY DATE-RANGE SEARCH.
000476*    10/15/2026 JDH   THE AUDIT RECORD NOW CARRIES AN ENTRY-
000477*                     TYPE CODE SO INSTALLMENT LOAN POSTINGS -
000478*                     ACCRUALS, LATE FEES AND THE INTEREST, FEE
000479*                     AND PRINCIPAL LEGS OF A PAYMENT - CAN BE
000480*                     TOLD APART ON THE TRAIL. THE FD HERE
000481*                     FOLLOWS THE NEW LAYOUT.
000482*                     DEPOSIT-ACCOUNT POSTINGS WRITTEN HERE
000483*                     CARRY A SPACE.
000484*
000485 ENVIRONMENT DIVISION.
000486 INPUT-OUTPUT SECTION.
000830     05  AUD-BalanceBefore  PIC 9(9)V99.
000840     05  AUD-BalanceAfter   PIC 9(9)V99.
000842     05  AUD-PostDate       PIC 9(8).
000843     05  AUD-EntryType      PIC X(1).
000850
000852 FD  RateTableFile.
000854 01  RateTableRecord.
002240     MOVE WS-BalanceBefore      TO AUD-BalanceBefore
002250     MOVE Balance               TO AUD-BalanceAfter
002255     MOVE WS-RunDate            TO AUD-PostDate
002256     MOVE SPACE                 TO AUD-EntryType
002260     WRITE AuditRecord.
002270 2300-EXIT.
002280     EXIT.
