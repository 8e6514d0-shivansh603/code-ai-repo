000356*                     AUDITINQUIRY RUN CAN FIND WHICH ARCHIVE
000357*                     GENERATIONS COVER A REQUESTED DATE RANGE
000358*                     WITHOUT A HAND-BUILT FILE LIST.
000359*    10/15/2026 JDH   THE AUDIT RECORD NOW CARRIES AN ENTRY-
000360*                     TYPE CODE SO INSTALLMENT LOAN POSTINGS -
000361*                     ACCRUALS, LATE FEES AND THE INTEREST, FEE
000362*                     AND PRINCIPAL LEGS OF A PAYMENT - CAN BE
000363*                     TOLD APART ON THE TRAIL. THE FD HERE
000364*                     FOLLOWS THE NEW LAYOUT.
000365*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000540     05  AUD-BalanceBefore  PIC 9(9)V99.
000550     05  AUD-BalanceAfter   PIC 9(9)V99.
000552     05  AUD-PostDate       PIC 9(8).
000553     05  AUD-EntryType      PIC X(1).
000560
000570 FD  AuditHistoryFile.
000580 01  AuditHistoryRecord.
000620     05  AHX-BalanceBefore  PIC 9(9)V99.
000630     05  AHX-BalanceAfter   PIC 9(9)V99.
000632     05  AHX-PostDate       PIC 9(8).
000633     05  AHX-EntryType      PIC X(1).
000634
000636 FD  ArchiveIndexFile.
000638 01  ArchiveIndexRecord.
001610     MOVE AUD-BalanceBefore TO AHX-BalanceBefore
001620     MOVE AUD-BalanceAfter  TO AHX-BalanceAfter
001625     MOVE AUD-PostDate      TO AHX-PostDate
001626     MOVE AUD-EntryType     TO AHX-EntryType
001630     WRITE AuditHistoryRecord
001640     ADD 1 TO WS-TotalArchived.
001650 2100-EXIT.
