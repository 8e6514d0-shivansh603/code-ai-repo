000340*    09/02/2026 JDH   ORIGINAL PROGRAM - DATE-RANGED ACCOUNT
000350*                     HISTORY LISTING ACROSS AUDIT.DAT AND THE
000360*                     INDEXED ARCHIVE GENERATIONS.
000361*    10/15/2026 JDH   THE AUDIT RECORD NOW CARRIES AN ENTRY-TYPE
000362*                     CODE FOR THE NEW INSTALLMENT LOAN POSTINGS;
000363*                     THE FDS HERE FOLLOW. A LOAN NUMBER CAN BE
000364*                     INQUIRED ON LIKE AN ACCOUNT, WITH ACCRUALS,
000365*                     LATE FEES AND THE LEGS OF EACH PAYMENT
000366*                     DESCRIBED ON THE LISTING.
000370*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000790     05  AHX-BalanceBefore  PIC 9(9)V99.
000800     05  AHX-BalanceAfter   PIC 9(9)V99.
000810     05  AHX-PostDate       PIC 9(8).
000811     05  AHX-EntryType      PIC X(1).
000820
000830 FD  AuditFile.
000840 01  AuditRecord.
000880     05  AUD-BalanceBefore  PIC 9(9)V99.
000890     05  AUD-BalanceAfter   PIC 9(9)V99.
000900     05  AUD-PostDate       PIC 9(8).
000901     05  AUD-EntryType      PIC X(1).
000910
000920 FD  HistoryListingFile.
000930 01  HistoryListingLine     PIC X(90).
001310     05  AW-BalanceBefore   PIC 9(9)V99.
001320     05  AW-BalanceAfter    PIC 9(9)V99.
001330     05  AW-PostDate        PIC 9(8).
001331     05  AW-EntryType       PIC X(1).
001340
001350 01  WS-TotalRequests          PIC 9(5) VALUE 0 COMP.
001360 01  WS-TotalLinesListed       PIC 9(7) VALUE 0 COMP.
003230     END-IF
003240     MOVE AW-PostDate TO HD-PostDate
003250     MOVE AW-TransID  TO HD-TransID
003251     EVALUATE TRUE
003252         WHEN AW-EntryType = 'A'
003253             MOVE 'LOAN ACCRUAL' TO HD-Description
003254         WHEN AW-EntryType = 'F'
003255             MOVE 'LATE FEE    ' TO HD-Description
003256         WHEN AW-EntryType = 'I'
003257             MOVE 'LOAN INT PD ' TO HD-Description
003258         WHEN AW-EntryType = 'L'
003259             MOVE 'LATE FEE PD ' TO HD-Description
003260         WHEN AW-EntryType = 'P'
003261             MOVE 'LOAN PRIN PD' TO HD-Description
003270         WHEN AW-TransID = 0
003280             MOVE 'INTEREST    ' TO HD-Description
003290         WHEN AW-TransID = 9999999
